000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASF.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - CUSTEIO E FATURAMENTO
000120*                      DO LOTE ENCERRADO, NO LUGAR DA CONTA FEITA
000130*                      A MAO NO ESCRITORIO A PARTIR DO SHPORP, DO
000140*                      SHPRPT E DOS PESOS. RODA PARA UM LOTE
000150*                      (CUSTO_LOTE NO AMBIENTE) OU, SEM ELE, PARA
000160*                      TODOS OS LOTES ENCERRADOS NO DIA (AS
000170*                      ACOES E DO LOG DE LOTES SHPLLG COM A DATA
000180*                      DO DIA). POR LOTE SOMA AS LINHAS ATIVAS DO
000190*                      SHPMSTR (NAO X): PECAS, AREA, PERIMETRO E
000200*                      PESO; O CUSTO DE MATERIAL DAS LINHAS DO
000210*                      PEDIDO SHPORD DO LOTE; E O CUSTO DE CORTE
000220*                      PELO PERIMETRO TOTAL (CUSTO_CORTE_M POR
000230*                      METRO). A FOLHA DE CUSTO (SHPCUS) COMPARA O
000240*                      CUSTO REAL COM O PRECO: O DA COTACAO
000250*                      LIBERADA PARA O LOTE (SHPCOT), O PRECO
000260*                      ACORDADO INFORMADO (PRECO_ACORDADO, SO NA
000270*                      RODADA DE UM LOTE) OU, NA FALTA DOS DOIS,
000280*                      O CUSTO MAIS A MARGEM (PERC_MARGEM). LOTE
000290*                      ENCERRADO GERA O REGISTRO DE FATURAMENTO
000300*                      (SHPFAT, LAYOUT FATREG) UMA UNICA VEZ - O
000310*                      CONTROLE DE LOTES FATURADOS (SHPFTC)
000320*                      GUARDA O QUE FOI FATURADO. LOTE JA
000330*                      FATURADO CUJO TOTAL MUDOU (ESTORNO NO
000340*                      AREASR DEPOIS DA FATURA) GERA REGISTRO DE
000350*                      AJUSTE SO COM AS DIFERENCAS, NUNCA UMA
000360*                      SEGUNDA FATURA. LOTE ABERTO SAI SO COMO
000370*                      PREVIA. LOTE NAO ACHADO, SEM PEDIDO DE
000380*                      MATERIAL OU SEM LINHAS ATIVAS TERMINAM
000390*                      COM CODIGO DE RETORNO 4; FALHA DE ARQUIVO
000400*                      COM 8.
000401*  15/10/2026  EJS     A DATA DA FATURA, DO AJUSTE E DA SELECAO
000402*                      DOS LOTES ENCERRADOS NO DIA PASSA A SER A
000403*                      DATA DE PROCESSAMENTO DO CONTROLE SHPDAT
000404*                      (MANTIDO PELO AREASN), NAO O RELOGIO - O
000405*                      FATURAMENTO RODA ANTES DO FECHAMENTO DO
000406*                      DIA; COM O DIA FECHADO E RECUSADO COM
000407*                      CODIGO 12.
000408*  15/10/2026  EJS     LAYOUT DO SHPORD PASSA AO COPYBOOK ORDCMP.
000409*                      O CUSTO DAS FOLHAS QUE O AREASP TIROU DO
000410*                      ESTOQUE DE CHAPAS (ORD-CUSTO-ESTOQUE) ENTRA
000411*                      NO CUSTO DE MATERIAL DO LOTE JUNTO COM O DA
000412*                      COMPRA.
000413*  15/10/2026  EJS     LINHA DE RECORTE (MST-LINHA-RECORTE) FICA
000414*                      NO CUSTO REAL DO LOTE, MAS FORA DA AREA E
000415*                      DO PESO FATURADOS E DA BASE DO PRECO POR
000416*                      MARGEM - O REFUGO NAO E COBRADO DO CLIENTE.
000417*                      A FOLHA DE CUSTO MOSTRA A AREA, O PESO E O
000418*                      CUSTO DO RECORTE.
000419*  15/10/2026  EJS     O CONTROLE SHPFTC GUARDA A ORIGEM DO PRECO
000420*                      FATURADO E O PRECO ACORDADO OU COTADO; LOTE
000421*                      JA FATURADO E RECALCULADO NA MESMA BASE (SO
000422*                      O PRECO_ACORDADO INFORMADO MUDA A BASE),
000423*                      PARA O AJUSTE NAO SAIR PELA TROCA DE PRECO.
000424*                      SHPFTC ILEGIVEL ABORTA COM CODIGO 8 (SO O
000425*                      STATUS 35 E CONTROLE VAZIO); FALHA AO
000426*                      GRAVAR A FATURA NAO MARCA O LOTE COMO
000427*                      FATURADO E SUSPENDE O FATURAMENTO DOS
000428*                      DEMAIS; FALHA AO REGRAVAR O SHPFTC TERMINA
000429*                      COM CODIGO 8.
000430*****************************************************************
000431 ENVIRONMENT DIVISION.
000432 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARQ-LOTES ASSIGN TO LOTMSTR
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-LOTES.
000480     SELECT ARQ-LOG-LOTES ASSIGN TO SHPLLG
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-LOG-LOTES.
000510     SELECT ARQ-MESTRE-HISTORICO ASSIGN TO SHPMSTR
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS MST-CHAVE
000550         FILE STATUS IS FS-MESTRE-HISTORICO.
000560     SELECT ARQ-PEDIDO-COMPRA ASSIGN TO SHPORD
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-PEDIDO-COMPRA.
000590     SELECT ARQ-COTACOES ASSIGN TO SHPCOT
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS COT-CHAVE
000630         FILE STATUS IS FS-COTACOES.
000640     SELECT ARQ-CONTROLE-FATURAMENTO ASSIGN TO SHPFTC
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-CONTROLE-FATURAMENTO.
000670     SELECT ARQ-FATURAMENTO ASSIGN TO SHPFAT
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS FS-FATURAMENTO.
000700     SELECT ARQ-RELATORIO-CUSTO ASSIGN TO SHPCUS
000710         ORGANIZATION IS LINE SEQUENTIAL.
000712     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000714         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ARQ-LOTES
000750     RECORDING MODE IS F.
000760 01  REG-LOTES.
000770     COPY LOTMST.
000780 FD  ARQ-LOG-LOTES
000790     RECORDING MODE IS F.
000800 01  REG-LOG-LOTES.
000810     COPY LOTLOG.
000820 FD  ARQ-MESTRE-HISTORICO.
000830 01  REG-MESTRE-HISTORICO.
000840     COPY MSTHST.
000850 FD  ARQ-PEDIDO-COMPRA
000860     RECORDING MODE IS F.
000870 01  REG-PEDIDO-COMPRA.
000880     COPY ORDCMP.
000950 FD  ARQ-COTACOES.
000960 01  REG-COTACOES.
000970     COPY COTREG.
000980 FD  ARQ-CONTROLE-FATURAMENTO
000990     RECORDING MODE IS F.
001000 01  REG-CONTROLE-FATURAMENTO    PIC X(82).
001010 FD  ARQ-FATURAMENTO
001020     RECORDING MODE IS F.
001030 01  REG-FATURAMENTO.
001040     COPY FATREG.
001050 FD  ARQ-RELATORIO-CUSTO
001060     RECORDING MODE IS F.
001070 01  REG-RELATORIO-CUSTO         PIC X(100).
001072 FD  ARQ-DATA-PROCESSAMENTO
001074     RECORDING MODE IS F.
001076 01  REG-DATA-PROCESSAMENTO.
001078     COPY DATPRC.
001080 WORKING-STORAGE SECTION.
001090 01  SW-FIM-LOTES            PIC X(01) VALUE "N".
001100     88  FIM-LOTES                   VALUE "S".
001110 01  SW-FIM-LOG-LOTES        PIC X(01) VALUE "N".
001120     88  FIM-LOG-LOTES               VALUE "S".
001130 01  SW-FIM-PEDIDOS          PIC X(01) VALUE "N".
001140     88  FIM-PEDIDOS                 VALUE "S".
001150 01  SW-FIM-COTACOES         PIC X(01) VALUE "N".
001160     88  FIM-COTACOES                VALUE "S".
001170 01  SW-FIM-CONTROLE         PIC X(01) VALUE "N".
001180     88  FIM-CONTROLE                VALUE "S".
001190 01  SW-FIM-MESTRE-LOTE      PIC X(01) VALUE "N".
001200     88  FIM-MESTRE-LOTE             VALUE "S".
001210     88  NAO-FIM-MESTRE-LOTE         VALUE "N".
001220 01  SW-MESTRE-DISPONIVEL    PIC X(01) VALUE "S".
001230     88  MESTRE-DISPONIVEL           VALUE "S".
001240     88  MESTRE-INDISPONIVEL         VALUE "N".
001250 01  SW-MODO-SELECAO         PIC X(01) VALUE "D".
001260     88  SELECAO-UM-LOTE             VALUE "L".
001270     88  SELECAO-ENCERRADOS-DIA      VALUE "D".
001280 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
001290     88  ERRO-EXECUCAO               VALUE "S".
001300 01  SW-ERRO-ARQUIVO         PIC X(01) VALUE "N".
001310     88  ERRO-ARQUIVO                VALUE "S".
001320 01  SW-CONTROLE-ALTERADO    PIC X(01) VALUE "N".
001330     88  CONTROLE-ALTERADO           VALUE "S".
001332 01  SW-GRAVACAO-CONTROLE    PIC X(01) VALUE "S".
001334     88  CONTROLE-GRAVADO            VALUE "S".
001336     88  CONTROLE-NAO-GRAVADO        VALUE "N".
001340 01  SW-ORIGEM-PRECO         PIC X(01) VALUE SPACES.
001350     88  PRECO-COTACAO               VALUE "C".
001360     88  PRECO-ACORDADO              VALUE "A".
001370     88  PRECO-MARGEM                VALUE "M".
001372 01  SW-BASE-PRECO           PIC X(01) VALUE "N".
001374     88  BASE-PRECO-FATURADA         VALUE "S".
001376     88  BASE-PRECO-CORRENTE         VALUE "N".
001380 77  FS-LOTES                PIC X(02) VALUE ZEROES.
001390 77  FS-LOG-LOTES            PIC X(02) VALUE ZEROES.
001400 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
001410 77  FS-PEDIDO-COMPRA        PIC X(02) VALUE ZEROES.
001420 77  FS-COTACOES             PIC X(02) VALUE ZEROES.
001430 77  FS-CONTROLE-FATURAMENTO PIC X(02) VALUE ZEROES.
001440 77  FS-FATURAMENTO          PIC X(02) VALUE ZEROES.
001442 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
001444 01  SW-DIA-PROCESSAMENTO    PIC X(01) VALUE "A".
001446     88  DIA-PROCESSAMENTO-ABERTO   VALUE "A".
001448     88  DIA-PROCESSAMENTO-FECHADO  VALUE "F".
001450 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
001460 01  ENV-LOTE-CUSTEIO        PIC X(10).
001470 01  ENV-PERC-MARGEM         PIC X(04).
001480 01  ENV-PERC-MARGEM-R REDEFINES ENV-PERC-MARGEM PIC 9(2)V99.
001490 01  ENV-CUSTO-CORTE-M       PIC X(06).
001500 01  ENV-CUSTO-CORTE-M-R REDEFINES ENV-CUSTO-CORTE-M
001510                             PIC 9(4)V99.
001520 01  ENV-PRECO-ACORDADO      PIC X(12).
001530 01  ENV-PRECO-ACORDADO-R REDEFINES ENV-PRECO-ACORDADO
001540                             PIC 9(10)V99.
001550 77  PERC-MARGEM             PIC 9(2)V99 VALUE ZEROES.
001560 77  CUSTO-CORTE-M           PIC 9(4)V99 VALUE ZEROES.
001570 77  PRECO-INFORMADO         PIC 9(10)V99 VALUE ZEROES.
001580 77  CODIGO-LOTE-BUSCA       PIC X(10) VALUE SPACES.
001590 77  I-LOTE                  PIC 9(03) VALUE ZEROES COMP.
001600 77  I-LOTE-ACHADO          PIC 9(03) VALUE ZEROES COMP.
001610 77  I-BUSCA-LOTE            PIC 9(03) VALUE ZEROES COMP.
001620 77  QTD-LOTES-TABELA        PIC 9(03) VALUE ZEROES COMP.
001630 77  MAXIMO-LOTES-TABELA     PIC 9(03) VALUE 500 COMP.
001640 01  TABELA-LOTES.
001650     05  ITEM-LOTE OCCURS 500.
001660         10  TAB-LOT-CODIGO          PIC X(10).
001670         10  TAB-LOT-CLIENTE         PIC X(30).
001680         10  TAB-LOT-DESENHO         PIC X(15).
001690         10  TAB-LOT-SITUACAO        PIC X(01).
001700             88  TAB-LOT-ENCERRADO      VALUE "E".
001710         10  TAB-LOT-CUSTO-MATERIAL  PIC 9(10)V99.
001720         10  TAB-LOT-LINHAS-PEDIDO   PIC 9(05) COMP.
001730         10  TAB-LOT-PRECO-COTADO    PIC 9(10)V99.
001740         10  TAB-LOT-NUMERO-COTACAO  PIC 9(06).
001750 77  I-ENCERRADO             PIC 9(03) VALUE ZEROES COMP.
001760 77  I-ENCERRADO-ACHADO      PIC 9(03) VALUE ZEROES COMP.
001770 77  QTD-ENCERRADOS-TABELA   PIC 9(03) VALUE ZEROES COMP.
001780 77  MAXIMO-ENCERRADOS-TABELA PIC 9(03) VALUE 500 COMP.
001790 01  TABELA-ENCERRADOS.
001800     05  TAB-ENC-LOTE OCCURS 500 PIC X(10).
001810 01  CONTROLE-FATURAMENTO.
001820     05  FTC-JOB-LOTE            PIC X(10).
001830     05  FTC-NUMERO-FATURA       PIC 9(06).
001840     05  FTC-DATA-FATURA         PIC 9(08).
001850     05  FTC-PESO                PIC 9(08)V99.
001860     05  FTC-AREA                PIC 9(10)V99.
001870     05  FTC-VALOR               PIC 9(10)V99.
001880     05  FTC-QTDE-AJUSTES        PIC 9(03).
001890     05  FTC-DATA-AJUSTE         PIC 9(08).
001892     05  FTC-ORIGEM-PRECO        PIC X(01).
001894         88  FTC-PRECO-FIXO             VALUE "A" "C".
001896         88  FTC-PRECO-POR-MARGEM       VALUE "M".
001898     05  FTC-PRECO-BASE          PIC 9(10)V99.
001900 77  I-CONTROLE              PIC 9(04) VALUE ZEROES COMP.
001910 77  I-CONTROLE-ACHADO       PIC 9(04) VALUE ZEROES COMP.
001920 77  QTD-CONTROLE-TABELA     PIC 9(04) VALUE ZEROES COMP.
001930 77  MAXIMO-CONTROLE-TABELA  PIC 9(04) VALUE 2000 COMP.
001940 77  CONTROLE-EXCEDENTES     PIC 9(05) VALUE ZEROES COMP.
001950 01  TABELA-CONTROLE.
001960     05  TAB-FTC-REGISTRO OCCURS 2000 PIC X(82).
001970 77  ULTIMO-NUMERO-FATURA    PIC 9(06) VALUE ZEROES.
001980 01  ACUM-LOTE.
001990     05  LOTE-LINHAS         PIC 9(07) COMP.
002000     05  LOTE-CANCELADAS     PIC 9(07) COMP.
002010     05  LOTE-PECAS          PIC 9(07) COMP.
002020     05  LOTE-AREA           PIC 9(10)V99.
002030     05  LOTE-PERIMETRO      PIC 9(10)V99.
002040     05  LOTE-PESO           PIC 9(08)V99.
002042     05  LOTE-LINHAS-RECORTE PIC 9(07) COMP.
002044     05  LOTE-AREA-RECORTE   PIC 9(10)V99.
002046     05  LOTE-PERIM-RECORTE  PIC 9(10)V99.
002048     05  LOTE-PESO-RECORTE   PIC 9(08)V99.
002050 77  QUANTIDADE-REGISTRO     PIC 9(3) VALUE 1.
002060 77  CUSTO-CORTE-LOTE        PIC 9(10)V99 VALUE ZEROES.
002070 77  CUSTO-REAL-LOTE         PIC 9(10)V99 VALUE ZEROES.
002073 77  CUSTO-RECORTE-LOTE      PIC 9(10)V99 VALUE ZEROES.
002076 77  CUSTO-FATURAVEL-LOTE    PIC 9(10)V99 VALUE ZEROES.
002080 77  PRECO-LOTE              PIC 9(10)V99 VALUE ZEROES.
002090 77  RESULTADO-LOTE          PIC S9(10)V99 VALUE ZEROES.
002100 77  PERC-RESULTADO-LOTE     PIC S9(05)V99 VALUE ZEROES.
002110 77  DIFERENCA-PESO          PIC S9(08)V99 VALUE ZEROES.
002120 77  DIFERENCA-AREA          PIC S9(10)V99 VALUE ZEROES.
002130 77  DIFERENCA-VALOR         PIC S9(10)V99 VALUE ZEROES.
002140 77  CONT-LOTES-CUSTEADOS    PIC 9(05) VALUE ZEROES COMP.
002150 77  CONT-FATURAS            PIC 9(05) VALUE ZEROES COMP.
002160 77  CONT-AJUSTES            PIC 9(05) VALUE ZEROES COMP.
002170 77  CONT-JA-FATURADOS       PIC 9(05) VALUE ZEROES COMP.
002180 77  CONT-OCORRENCIAS        PIC 9(05) VALUE ZEROES COMP.
002190 77  TOTAL-FATURADO          PIC S9(10)V99 VALUE ZEROES.
002200 01  LINHA-TITULO-CUSTO.
002210     05  FILLER              PIC X(36)
002220             VALUE "FOLHA DE CUSTO DOS LOTES - EMISSAO ".
002230     05  TIT-DATA-EMISSAO    PIC 9(08).
002240     05  FILLER              PIC X(03) VALUE " - ".
002250     05  TIT-SELECAO         PIC X(40).
002260 01  LINHA-LOTE-CUSTO.
002270     05  FILLER              PIC X(06) VALUE "LOTE: ".
002280     05  LOT-CUS-CODIGO      PIC X(10).
002290     05  FILLER              PIC X(11) VALUE "  CLIENTE: ".
002300     05  LOT-CUS-CLIENTE     PIC X(30).
002310     05  FILLER              PIC X(11) VALUE "  DESENHO: ".
002320     05  LOT-CUS-DESENHO     PIC X(15).
002330     05  FILLER              PIC X(02) VALUE SPACES.
002340     05  LOT-CUS-SITUACAO    PIC X(09).
002350 01  LINHA-VALOR-CUSTO.
002360     05  FILLER              PIC X(04) VALUE SPACES.
002370     05  VAL-CUS-TITULO      PIC X(40).
002380     05  VAL-CUS-VALOR       PIC -ZZZZZZZZZ9.99.
002390 01  LINHA-TEXTO-CUSTO.
002400     05  FILLER              PIC X(04) VALUE SPACES.
002410     05  TXT-CUS-TEXTO       PIC X(60).
002420     05  TXT-CUS-NUMERO-1    PIC ZZZZZ9.
002430     05  TXT-CUS-LIGACAO     PIC X(12).
002440     05  TXT-CUS-NUMERO-2    PIC ZZZZZ9.
002450 PROCEDURE DIVISION.
002460 0000-MAINLINE.
002470     PERFORM 1000-INICIALIZA
002480         THRU 1000-INICIALIZA-EXIT.
002490     IF ERRO-EXECUCAO
002500         GO TO 9999-FIM-PROGRAMA
002510     END-IF.
002520     PERFORM 2000-ACUMULA-PEDIDOS
002530         THRU 2000-ACUMULA-PEDIDOS-EXIT.
002540     PERFORM 2100-ACUMULA-COTACOES
002550         THRU 2100-ACUMULA-COTACOES-EXIT.
002560     PERFORM 3000-CUSTEIA-LOTE
002570         THRU 3000-CUSTEIA-LOTE-EXIT
002580         VARYING I-LOTE FROM 1 BY 1
002590         UNTIL I-LOTE > QTD-LOTES-TABELA.
002600     PERFORM 9000-FINALIZA
002610         THRU 9000-FINALIZA-EXIT.
002620     GO TO 9999-FIM-PROGRAMA.
002630*****************************************************************
002640*  INICIALIZACAO - LE OS PARAMETROS, MONTA A TABELA DOS LOTES A
002650*  CUSTEAR (O LOTE PEDIDO OU OS ENCERRADOS NO DIA), CARREGA O
002660*  CONTROLE DE LOTES FATURADOS E ABRE MESTRE, FATURAMENTO E
002670*  FOLHA DE CUSTO. SEM O CADASTRO DE LOTES OU SEM O CONTROLE DE
002680*  FATURAMENTO INTEIRO NA TABELA O PROGRAMA NAO RODA (CODIGO 8).
002690*****************************************************************
002700 1000-INICIALIZA.
002702     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
002704         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002706     IF DIA-PROCESSAMENTO-FECHADO
002708         DISPLAY "ERRO - DIA DE PROCESSAMENTO " DATA-SISTEMA
002710             " FECHADO - FATURAMENTO RECUSADO. ABRA O DIA "
002711             "(AREASN)."
002712         SET ERRO-EXECUCAO TO TRUE
002714         MOVE 12 TO RETURN-CODE
002716         GO TO 1000-INICIALIZA-EXIT
002718     END-IF.
002720     PERFORM 1100-LE-PARAMETROS
002730         THRU 1100-LE-PARAMETROS-EXIT.
002740     IF SELECAO-ENCERRADOS-DIA
002750         PERFORM 1200-CARREGA-ENCERRAMENTOS
002760             THRU 1200-CARREGA-ENCERRAMENTOS-EXIT
002770     END-IF.
002780     OPEN INPUT ARQ-LOTES.
002790     IF FS-LOTES NOT = "00"
002800         DISPLAY "ERRO - CADASTRO DE LOTES (LOTMSTR) NAO "
002810             "ABERTO - STATUS: " FS-LOTES
002820         SET ERRO-EXECUCAO TO TRUE
002830         MOVE 8 TO RETURN-CODE
002840         GO TO 1000-INICIALIZA-EXIT
002850     END-IF.
002860     PERFORM 1300-SELECIONA-LOTE
002870         THRU 1300-SELECIONA-LOTE-EXIT
002880         UNTIL FIM-LOTES.
002890     CLOSE ARQ-LOTES.
002900     IF SELECAO-UM-LOTE AND QTD-LOTES-TABELA = ZEROES
002910         DISPLAY "AVISO - LOTE NAO CADASTRADO: " ENV-LOTE-CUSTEIO
002920         ADD 1 TO CONT-OCORRENCIAS
002930     END-IF.
002940     OPEN INPUT ARQ-CONTROLE-FATURAMENTO.
002944     IF FS-CONTROLE-FATURAMENTO NOT = "00" AND
002948        FS-CONTROLE-FATURAMENTO NOT = "35"
002952         DISPLAY "ERRO - CONTROLE DE FATURAMENTO (SHPFTC) NAO "
002956             "ABERTO - STATUS: " FS-CONTROLE-FATURAMENTO
002960         SET ERRO-EXECUCAO TO TRUE
002964         MOVE 8 TO RETURN-CODE
002968         GO TO 1000-INICIALIZA-EXIT
002972     END-IF.
002976     IF FS-CONTROLE-FATURAMENTO = "00"
002980         PERFORM 1400-CARREGA-CONTROLE
002984             THRU 1400-CARREGA-CONTROLE-EXIT
002988             UNTIL FIM-CONTROLE
002992         CLOSE ARQ-CONTROLE-FATURAMENTO
002996     END-IF.
003010     IF CONTROLE-EXCEDENTES > ZEROES
003020         DISPLAY "ERRO - CONTROLE DE FATURAMENTO (SHPFTC) MAIOR "
003030             "QUE A TABELA - " CONTROLE-EXCEDENTES " LOTE(S) "
003040             "SERIAM PERDIDOS - EXECUCAO ABORTADA."
003050         SET ERRO-EXECUCAO TO TRUE
003060         MOVE 8 TO RETURN-CODE
003070         GO TO 1000-INICIALIZA-EXIT
003080     END-IF.
003090     OPEN INPUT ARQ-MESTRE-HISTORICO.
003100     IF FS-MESTRE-HISTORICO NOT = "00"
003110         DISPLAY "AVISO - MESTRE DE HISTORICO NAO ABERTO - "
003120             "STATUS: " FS-MESTRE-HISTORICO
003130         SET MESTRE-INDISPONIVEL TO TRUE
003140     END-IF.
003150     OPEN EXTEND ARQ-FATURAMENTO.
003160     IF FS-FATURAMENTO = "35"
003170         OPEN OUTPUT ARQ-FATURAMENTO
003180     END-IF.
003190     IF FS-FATURAMENTO NOT = "00"
003200         DISPLAY "ERRO - INTERFACE DE FATURAMENTO (SHPFAT) NAO "
003210             "ABERTA - STATUS: " FS-FATURAMENTO
003220         IF MESTRE-DISPONIVEL
003230             CLOSE ARQ-MESTRE-HISTORICO
003240         END-IF
003250         SET ERRO-EXECUCAO TO TRUE
003260         MOVE 8 TO RETURN-CODE
003270         GO TO 1000-INICIALIZA-EXIT
003280     END-IF.
003290     OPEN OUTPUT ARQ-RELATORIO-CUSTO.
003300     MOVE DATA-SISTEMA TO TIT-DATA-EMISSAO.
003310     IF SELECAO-UM-LOTE
003320         MOVE "LOTE INFORMADO" TO TIT-SELECAO
003330     ELSE
003340         MOVE "LOTES ENCERRADOS NO DIA" TO TIT-SELECAO
003350     END-IF.
003360     WRITE REG-RELATORIO-CUSTO FROM LINHA-TITULO-CUSTO.
003370 1000-INICIALIZA-EXIT.
003380     EXIT.
003381*****************************************************************
003382*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
003383*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
003384*  SISTEMA, COM AVISO. A SITUACAO DO DIA (ABERTO/FECHADO)
003385*  FICA EM SW-DIA-PROCESSAMENTO.
003386*****************************************************************
003387 1050-OBTEM-DATA-PROCESSAMENTO.
003388     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
003389     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
003390     IF FS-DATA-PROCESSAMENTO NOT = "00"
003391         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
003392             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
003393         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
003394     END-IF.
003395     READ ARQ-DATA-PROCESSAMENTO
003396         AT END
003397             MOVE SPACES TO REG-DATA-PROCESSAMENTO
003398     END-READ.
003399     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
003400         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
003401         MOVE DPR-SITUACAO TO SW-DIA-PROCESSAMENTO
003402     ELSE
003403         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
003404             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
003405     END-IF.
003406     CLOSE ARQ-DATA-PROCESSAMENTO.
003407 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
003408     EXIT.
003409*****************************************************************
003410*  PARAMETROS DO AMBIENTE: CUSTO_LOTE (LOTE A CUSTEAR; EM BRANCO,
003411*  OS ENCERRADOS NO DIA), CUSTO_CORTE_M (SEIS DIGITOS, DUAS CASAS,
003420*  R$ POR METRO DE CORTE, COMO NA COTACAO), PERC_MARGEM (QUATRO
003430*  DIGITOS, DUAS CASAS) E PRECO_ACORDADO (DOZE DIGITOS, DUAS
003440*  CASAS - SO VALE NA RODADA DE UM LOTE).
003450*****************************************************************
003460 1100-LE-PARAMETROS.
003470     MOVE SPACES TO ENV-LOTE-CUSTEIO.
003480     ACCEPT ENV-LOTE-CUSTEIO FROM ENVIRONMENT "CUSTO_LOTE".
003490     IF ENV-LOTE-CUSTEIO NOT = SPACES
003500         SET SELECAO-UM-LOTE TO TRUE
003510     END-IF.
003520     MOVE SPACES TO ENV-CUSTO-CORTE-M.
003530     ACCEPT ENV-CUSTO-CORTE-M FROM ENVIRONMENT "CUSTO_CORTE_M".
003540     IF ENV-CUSTO-CORTE-M IS NUMERIC
003550         MOVE ENV-CUSTO-CORTE-M-R TO CUSTO-CORTE-M
003560     ELSE
003570         DISPLAY "AVISO - CUSTO_CORTE_M AUSENTE OU INVALIDO - "
003580             "CUSTO DE CORTE ZERADO."
003590     END-IF.
003600     MOVE SPACES TO ENV-PERC-MARGEM.
003610     ACCEPT ENV-PERC-MARGEM FROM ENVIRONMENT "PERC_MARGEM".
003620     IF ENV-PERC-MARGEM IS NUMERIC
003630         MOVE ENV-PERC-MARGEM-R TO PERC-MARGEM
003640     END-IF.
003650     MOVE SPACES TO ENV-PRECO-ACORDADO.
003660     ACCEPT ENV-PRECO-ACORDADO FROM ENVIRONMENT "PRECO_ACORDADO".
003670     IF SELECAO-UM-LOTE AND ENV-PRECO-ACORDADO IS NUMERIC
003680         MOVE ENV-PRECO-ACORDADO-R TO PRECO-INFORMADO
003690     END-IF.
003700 1100-LE-PARAMETROS-EXIT.
003710     EXIT.
003720*****************************************************************
003730*  CARREGA OS LOTES ENCERRADOS NO DIA, A PARTIR DAS ACOES DE
003740*  ENCERRAMENTO DO LOG DE LOTES COM A DATA DO DIA. SEM O LOG NAO
003750*  HA LOTE ENCERRADO A CUSTEAR.
003760*****************************************************************
003770 1200-CARREGA-ENCERRAMENTOS.
003780     OPEN INPUT ARQ-LOG-LOTES.
003790     IF FS-LOG-LOTES NOT = "00"
003800         DISPLAY "AVISO - LOG DE LOTES (SHPLLG) NAO ABERTO - "
003810             "NENHUM ENCERRAMENTO NO DIA - STATUS: " FS-LOG-LOTES
003820         GO TO 1200-CARREGA-ENCERRAMENTOS-EXIT
003830     END-IF.
003840     PERFORM 1210-LE-LOG-LOTES
003850         THRU 1210-LE-LOG-LOTES-EXIT
003860         UNTIL FIM-LOG-LOTES.
003870     CLOSE ARQ-LOG-LOTES.
003880 1200-CARREGA-ENCERRAMENTOS-EXIT.
003890     EXIT.
003900 1210-LE-LOG-LOTES.
003910     READ ARQ-LOG-LOTES
003920         AT END
003930             SET FIM-LOG-LOTES TO TRUE
003940             GO TO 1210-LE-LOG-LOTES-EXIT
003950     END-READ.
003960     IF NOT LLG-ENCERRAMENTO OR LLG-DATA NOT = DATA-SISTEMA
003970         GO TO 1210-LE-LOG-LOTES-EXIT
003980     END-IF.
003990     MOVE LLG-CODIGO-LOTE TO CODIGO-LOTE-BUSCA.
004000     PERFORM 5100-LOCALIZA-ENCERRADO
004010         THRU 5100-LOCALIZA-ENCERRADO-EXIT.
004020     IF I-ENCERRADO-ACHADO > ZEROES
004030         GO TO 1210-LE-LOG-LOTES-EXIT
004040     END-IF.
004050     IF QTD-ENCERRADOS-TABELA < MAXIMO-ENCERRADOS-TABELA
004060         ADD 1 TO QTD-ENCERRADOS-TABELA
004070         MOVE LLG-CODIGO-LOTE
004080             TO TAB-ENC-LOTE (QTD-ENCERRADOS-TABELA)
004090     ELSE
004100         DISPLAY "AVISO - TABELA DE ENCERRADOS ESGOTADA - LOTE "
004110             "NAO CUSTEADO: " LLG-CODIGO-LOTE
004120         ADD 1 TO CONT-OCORRENCIAS
004130     END-IF.
004140 1210-LE-LOG-LOTES-EXIT.
004150     EXIT.
004160*****************************************************************
004170*  LE O PROXIMO LOTE DO CADASTRO E O GUARDA NA TABELA QUANDO E O
004180*  LOTE PEDIDO OU, NA RODADA DO DIA, QUANDO ESTA ENCERRADO E FOI
004190*  ENCERRADO HOJE (LOTE REABERTO DEPOIS NAO ENTRA).
004200*****************************************************************
004210 1300-SELECIONA-LOTE.
004220     READ ARQ-LOTES
004230         AT END
004240             SET FIM-LOTES TO TRUE
004250             GO TO 1300-SELECIONA-LOTE-EXIT
004260     END-READ.
004270     IF SELECAO-UM-LOTE
004280         IF LOT-CODIGO NOT = ENV-LOTE-CUSTEIO
004290             GO TO 1300-SELECIONA-LOTE-EXIT
004300         END-IF
004310     ELSE
004320         IF NOT LOT-ENCERRADO
004330             GO TO 1300-SELECIONA-LOTE-EXIT
004340         END-IF
004350         MOVE LOT-CODIGO TO CODIGO-LOTE-BUSCA
004360         PERFORM 5100-LOCALIZA-ENCERRADO
004370             THRU 5100-LOCALIZA-ENCERRADO-EXIT
004380         IF I-ENCERRADO-ACHADO = ZEROES
004390             GO TO 1300-SELECIONA-LOTE-EXIT
004400         END-IF
004410     END-IF.
004420     IF QTD-LOTES-TABELA >= MAXIMO-LOTES-TABELA
004430         DISPLAY "AVISO - TABELA DE LOTES ESGOTADA - LOTE NAO "
004440             "CUSTEADO: " LOT-CODIGO
004450         ADD 1 TO CONT-OCORRENCIAS
004460         GO TO 1300-SELECIONA-LOTE-EXIT
004470     END-IF.
004480     ADD 1 TO QTD-LOTES-TABELA.
004490     MOVE LOT-CODIGO TO TAB-LOT-CODIGO (QTD-LOTES-TABELA).
004500     MOVE LOT-CLIENTE TO TAB-LOT-CLIENTE (QTD-LOTES-TABELA).
004510     MOVE LOT-DESENHO TO TAB-LOT-DESENHO (QTD-LOTES-TABELA).
004520     MOVE LOT-SITUACAO TO TAB-LOT-SITUACAO (QTD-LOTES-TABELA).
004530     MOVE ZEROES TO TAB-LOT-CUSTO-MATERIAL (QTD-LOTES-TABELA)
004540         TAB-LOT-LINHAS-PEDIDO (QTD-LOTES-TABELA)
004550         TAB-LOT-PRECO-COTADO (QTD-LOTES-TABELA)
004560         TAB-LOT-NUMERO-COTACAO (QTD-LOTES-TABELA).
004570 1300-SELECIONA-LOTE-EXIT.
004580     EXIT.
004590*****************************************************************
004600*  CARREGA O PROXIMO LOTE DO CONTROLE DE FATURAMENTO NA TABELA E
004610*  GUARDA O MAIOR NUMERO DE FATURA JA USADO.
004620*****************************************************************
004630 1400-CARREGA-CONTROLE.
004640     READ ARQ-CONTROLE-FATURAMENTO
004650         AT END
004660             SET FIM-CONTROLE TO TRUE
004670             GO TO 1400-CARREGA-CONTROLE-EXIT
004680     END-READ.
004690     IF QTD-CONTROLE-TABELA >= MAXIMO-CONTROLE-TABELA
004700         ADD 1 TO CONTROLE-EXCEDENTES
004710         GO TO 1400-CARREGA-CONTROLE-EXIT
004720     END-IF.
004730     ADD 1 TO QTD-CONTROLE-TABELA.
004740     MOVE REG-CONTROLE-FATURAMENTO
004750         TO TAB-FTC-REGISTRO (QTD-CONTROLE-TABELA).
004760     MOVE REG-CONTROLE-FATURAMENTO TO CONTROLE-FATURAMENTO.
004770     IF FTC-NUMERO-FATURA > ULTIMO-NUMERO-FATURA
004780         MOVE FTC-NUMERO-FATURA TO ULTIMO-NUMERO-FATURA
004790     END-IF.
004800 1400-CARREGA-CONTROLE-EXIT.
004810     EXIT.
004820*****************************************************************
004830*  SOMA O CUSTO DE MATERIAL DAS LINHAS DO PEDIDO DE COMPRA
004840*  (SHPORD) DE CADA LOTE DA TABELA: A COMPRA E AS FOLHAS TIRADAS
004845*  DO ESTOQUE DE CHAPAS. LINHAS DE RETALHO (ORIGEM R) NAO TEM
004850*  CUSTO DE COMPRA E SO CONTAM COMO LINHA DO LOTE.
004860*****************************************************************
004870 2000-ACUMULA-PEDIDOS.
004880     IF QTD-LOTES-TABELA = ZEROES
004890         GO TO 2000-ACUMULA-PEDIDOS-EXIT
004900     END-IF.
004910     OPEN INPUT ARQ-PEDIDO-COMPRA.
004920     IF FS-PEDIDO-COMPRA NOT = "00"
004930         DISPLAY "AVISO - PEDIDO DE COMPRA (SHPORD) NAO ABERTO - "
004940             "CUSTO DE MATERIAL ZERADO - STATUS: "
004950             FS-PEDIDO-COMPRA
004960         GO TO 2000-ACUMULA-PEDIDOS-EXIT
004970     END-IF.
004980     PERFORM 2010-LE-PEDIDO
004990         THRU 2010-LE-PEDIDO-EXIT
005000         UNTIL FIM-PEDIDOS.
005010     CLOSE ARQ-PEDIDO-COMPRA.
005020 2000-ACUMULA-PEDIDOS-EXIT.
005030     EXIT.
005040 2010-LE-PEDIDO.
005050     READ ARQ-PEDIDO-COMPRA
005060         AT END
005070             SET FIM-PEDIDOS TO TRUE
005080             GO TO 2010-LE-PEDIDO-EXIT
005090     END-READ.
005100     MOVE ORD-JOB-LOTE TO CODIGO-LOTE-BUSCA.
005110     PERFORM 5000-LOCALIZA-LOTE
005120         THRU 5000-LOCALIZA-LOTE-EXIT.
005130     IF I-LOTE-ACHADO = ZEROES
005140         GO TO 2010-LE-PEDIDO-EXIT
005150     END-IF.
005160     ADD 1 TO TAB-LOT-LINHAS-PEDIDO (I-LOTE-ACHADO).
005170     IF ORD-CUSTO-TOTAL IS NUMERIC
005180         ADD ORD-CUSTO-TOTAL
005190             TO TAB-LOT-CUSTO-MATERIAL (I-LOTE-ACHADO)
005200     END-IF.
005202     IF ORD-CUSTO-ESTOQUE IS NUMERIC
005204         ADD ORD-CUSTO-ESTOQUE
005206             TO TAB-LOT-CUSTO-MATERIAL (I-LOTE-ACHADO)
005208     END-IF.
005210 2010-LE-PEDIDO-EXIT.
005220     EXIT.
005230*****************************************************************
005240*  PROCURA NO ARQUIVO DE COTACOES O CABECALHO DA COTACAO
005250*  LIBERADA PARA CADA LOTE DA TABELA E GUARDA O PRECO COTADO.
005260*  ARQUIVO AUSENTE VALE COMO SEM COTACAO.
005270*****************************************************************
005280 2100-ACUMULA-COTACOES.
005290     IF QTD-LOTES-TABELA = ZEROES
005300         GO TO 2100-ACUMULA-COTACOES-EXIT
005310     END-IF.
005320     OPEN INPUT ARQ-COTACOES.
005330     IF FS-COTACOES NOT = "00"
005340         GO TO 2100-ACUMULA-COTACOES-EXIT
005350     END-IF.
005360     PERFORM 2110-LE-COTACAO
005370         THRU 2110-LE-COTACAO-EXIT
005380         UNTIL FIM-COTACOES.
005390     CLOSE ARQ-COTACOES.
005400 2100-ACUMULA-COTACOES-EXIT.
005410     EXIT.
005420 2110-LE-COTACAO.
005430     READ ARQ-COTACOES NEXT RECORD
005440         AT END
005450             SET FIM-COTACOES TO TRUE
005460             GO TO 2110-LE-COTACAO-EXIT
005470     END-READ.
005480     IF NOT COT-REG-CABECALHO OR NOT COT-LIBERADA
005490         GO TO 2110-LE-COTACAO-EXIT
005500     END-IF.
005510     MOVE COT-LOTE-LIBERADO TO CODIGO-LOTE-BUSCA.
005520     PERFORM 5000-LOCALIZA-LOTE
005530         THRU 5000-LOCALIZA-LOTE-EXIT.
005540     IF I-LOTE-ACHADO > ZEROES
005550         MOVE COT-VALOR-TOTAL
005560             TO TAB-LOT-PRECO-COTADO (I-LOTE-ACHADO)
005570         MOVE COT-NUMERO
005580             TO TAB-LOT-NUMERO-COTACAO (I-LOTE-ACHADO)
005590     END-IF.
005600 2110-LE-COTACAO-EXIT.
005610     EXIT.
005620*****************************************************************
005630*  CUSTEIA UM LOTE DA TABELA: ACUMULA AS LINHAS ATIVAS DO MESTRE,
005640*  APURA CUSTO REAL, PRECO E RESULTADO, IMPRIME A FOLHA DE CUSTO
005644*  E, COM O LOTE ENCERRADO, FATURA (OU AJUSTA A FATURA). LOTE JA
005648*  FATURADO FICA NA BASE DE PRECO DA FATURA: O PRECO ACORDADO OU
005652*  COTADO GUARDADO NO CONTROLE, OU A MARGEM SOBRE O CUSTO ATUAL.
005656*  SO O PRECO_ACORDADO INFORMADO NA RODADA MUDA A BASE.
005660*****************************************************************
005670 3000-CUSTEIA-LOTE.
005680     ADD 1 TO CONT-LOTES-CUSTEADOS.
005690     MOVE ZEROES TO LOTE-LINHAS LOTE-CANCELADAS LOTE-PECAS
005696         LOTE-AREA LOTE-PERIMETRO LOTE-PESO LOTE-LINHAS-RECORTE
005702         LOTE-AREA-RECORTE LOTE-PERIM-RECORTE LOTE-PESO-RECORTE.
005710     PERFORM 3100-ACUMULA-MESTRE-LOTE
005720         THRU 3100-ACUMULA-MESTRE-LOTE-EXIT.
005730     COMPUTE CUSTO-CORTE-LOTE ROUNDED =
005740         LOTE-PERIMETRO * CUSTO-CORTE-M.
005750     COMPUTE CUSTO-REAL-LOTE =
005760         TAB-LOT-CUSTO-MATERIAL (I-LOTE) + CUSTO-CORTE-LOTE.
005763     PERFORM 3200-APURA-CUSTO-RECORTE
005766         THRU 3200-APURA-CUSTO-RECORTE-EXIT.
005768     MOVE TAB-LOT-CODIGO (I-LOTE) TO CODIGO-LOTE-BUSCA.
005770     PERFORM 5200-LOCALIZA-CONTROLE
005772         THRU 5200-LOCALIZA-CONTROLE-EXIT.
005774     MOVE SPACES TO CONTROLE-FATURAMENTO.
005776     IF I-CONTROLE-ACHADO > ZEROES
005778         MOVE TAB-FTC-REGISTRO (I-CONTROLE-ACHADO)
005780             TO CONTROLE-FATURAMENTO
005782     END-IF.
005784     SET BASE-PRECO-CORRENTE TO TRUE.
005786     EVALUATE TRUE
005788         WHEN PRECO-INFORMADO > ZEROES
005790             SET PRECO-ACORDADO TO TRUE
005792             MOVE PRECO-INFORMADO TO PRECO-LOTE
005794         WHEN FTC-PRECO-FIXO AND FTC-PRECO-BASE IS NUMERIC
005796             SET BASE-PRECO-FATURADA TO TRUE
005798             MOVE FTC-ORIGEM-PRECO TO SW-ORIGEM-PRECO
005800             MOVE FTC-PRECO-BASE TO PRECO-LOTE
005802         WHEN TAB-LOT-PRECO-COTADO (I-LOTE) > ZEROES AND
005804              NOT FTC-PRECO-POR-MARGEM
005820             SET PRECO-COTACAO TO TRUE
005830             MOVE TAB-LOT-PRECO-COTADO (I-LOTE) TO PRECO-LOTE
005840         WHEN OTHER
005850             SET PRECO-MARGEM TO TRUE
005860             COMPUTE PRECO-LOTE ROUNDED = CUSTO-FATURAVEL-LOTE +
005870                 (CUSTO-FATURAVEL-LOTE * PERC-MARGEM / 100)
005880     END-EVALUATE.
005890     COMPUTE RESULTADO-LOTE = PRECO-LOTE - CUSTO-REAL-LOTE.
005900     IF PRECO-LOTE > ZEROES
005910         COMPUTE PERC-RESULTADO-LOTE ROUNDED =
005920             RESULTADO-LOTE * 100 / PRECO-LOTE
005930     ELSE
005940         MOVE ZEROES TO PERC-RESULTADO-LOTE
005950     END-IF.
005960     PERFORM 8000-IMPRIME-FOLHA-CUSTO
005970         THRU 8000-IMPRIME-FOLHA-CUSTO-EXIT.
005980     IF TAB-LOT-ENCERRADO (I-LOTE)
005990         PERFORM 4000-FATURA-LOTE
006000             THRU 4000-FATURA-LOTE-EXIT
006010     ELSE
006020         MOVE "LOTE ABERTO - PREVIA DE CUSTO, SEM FATURAMENTO."
006030             TO TXT-CUS-TEXTO
006040         PERFORM 8200-IMPRIME-TEXTO
006050             THRU 8200-IMPRIME-TEXTO-EXIT
006060     END-IF.
006070 3000-CUSTEIA-LOTE-EXIT.
006080     EXIT.
006090*****************************************************************
006100*  POSICIONA O MESTRE NO INICIO DO LOTE E SOMA AS LINHAS ATIVAS
006105*  (NAO X): PECAS, AREA, PERIMETRO E PESO PELA QUANTIDADE. LINHA
006110*  DE RECORTE SOMA A PARTE - SO O PERIMETRO ENTRA NO TOTAL DO LOTE
006115*  (CUSTO DE CORTE); AREA E PESO DO RECORTE NAO SAO FATURADOS.
006120*****************************************************************
006130 3100-ACUMULA-MESTRE-LOTE.
006140     IF MESTRE-INDISPONIVEL
006150         GO TO 3100-ACUMULA-MESTRE-LOTE-EXIT
006160     END-IF.
006170     SET NAO-FIM-MESTRE-LOTE TO TRUE.
006180     MOVE TAB-LOT-CODIGO (I-LOTE) TO MST-JOB-LOTE.
006190     MOVE ZEROES TO MST-SEQUENCIA.
006200     START ARQ-MESTRE-HISTORICO KEY IS NOT < MST-CHAVE
006210         INVALID KEY
006220             SET FIM-MESTRE-LOTE TO TRUE
006230     END-START.
006240     PERFORM 3110-ACUMULA-REGISTRO-MESTRE
006250         THRU 3110-ACUMULA-REGISTRO-MESTRE-EXIT
006260         UNTIL FIM-MESTRE-LOTE.
006270 3100-ACUMULA-MESTRE-LOTE-EXIT.
006280     EXIT.
006290 3110-ACUMULA-REGISTRO-MESTRE.
006300     READ ARQ-MESTRE-HISTORICO NEXT RECORD
006310         AT END
006320             SET FIM-MESTRE-LOTE TO TRUE
006330             GO TO 3110-ACUMULA-REGISTRO-MESTRE-EXIT
006340     END-READ.
006350     IF MST-JOB-LOTE NOT = TAB-LOT-CODIGO (I-LOTE)
006360         SET FIM-MESTRE-LOTE TO TRUE
006370         GO TO 3110-ACUMULA-REGISTRO-MESTRE-EXIT
006380     END-IF.
006390     IF MST-CANCELADO
006400         ADD 1 TO LOTE-CANCELADAS
006410         GO TO 3110-ACUMULA-REGISTRO-MESTRE-EXIT
006420     END-IF.
006430     IF MST-QUANTIDADE IS NUMERIC AND MST-QUANTIDADE > ZEROES
006440         MOVE MST-QUANTIDADE TO QUANTIDADE-REGISTRO
006450     ELSE
006460         MOVE 1 TO QUANTIDADE-REGISTRO
006470     END-IF.
006471     COMPUTE LOTE-PERIMETRO ROUNDED = LOTE-PERIMETRO +
006472         (MST-PERIMETRO * QUANTIDADE-REGISTRO).
006473     IF MST-LINHA-RECORTE
006474         ADD 1 TO LOTE-LINHAS-RECORTE
006475         COMPUTE LOTE-AREA-RECORTE ROUNDED = LOTE-AREA-RECORTE +
006476             (MST-AREA * QUANTIDADE-REGISTRO)
006477         COMPUTE LOTE-PERIM-RECORTE ROUNDED = LOTE-PERIM-RECORTE +
006478             (MST-PERIMETRO * QUANTIDADE-REGISTRO)
006479         IF MST-PESO-UNITARIO IS NUMERIC
006480             COMPUTE LOTE-PESO-RECORTE ROUNDED =
006481                 LOTE-PESO-RECORTE +
006482                 (MST-PESO-UNITARIO * QUANTIDADE-REGISTRO)
006483         END-IF
006484         GO TO 3110-ACUMULA-REGISTRO-MESTRE-EXIT
006485     END-IF.
006486     ADD 1 TO LOTE-LINHAS.
006490     ADD QUANTIDADE-REGISTRO TO LOTE-PECAS.
006500     COMPUTE LOTE-AREA ROUNDED = LOTE-AREA +
006510         (MST-AREA * QUANTIDADE-REGISTRO).
006530     IF MST-PESO-UNITARIO IS NUMERIC
006550         COMPUTE LOTE-PESO ROUNDED = LOTE-PESO +
006560             (MST-PESO-UNITARIO * QUANTIDADE-REGISTRO)
006570     END-IF.
006580 3110-ACUMULA-REGISTRO-MESTRE-EXIT.
006581     EXIT.
006582*****************************************************************
006583*  APURA O CUSTO DO RECORTE DO LOTE (REFUGO): O CORTE PELO
006584*  PERIMETRO DAS LINHAS DE RECORTE MAIS O MATERIAL NA PROPORCAO DA
006585*  AREA RECORTADA. O CUSTO FATURAVEL, BASE DO PRECO POR MARGEM, E
006586*  O CUSTO REAL SEM O RECORTE.
006587*****************************************************************
006588 3200-APURA-CUSTO-RECORTE.
006589     MOVE ZEROES TO CUSTO-RECORTE-LOTE.
006590     MOVE CUSTO-REAL-LOTE TO CUSTO-FATURAVEL-LOTE.
006591     IF LOTE-LINHAS-RECORTE = ZEROES
006592         GO TO 3200-APURA-CUSTO-RECORTE-EXIT
006593     END-IF.
006594     COMPUTE CUSTO-RECORTE-LOTE ROUNDED =
006595         LOTE-PERIM-RECORTE * CUSTO-CORTE-M.
006596     IF LOTE-AREA + LOTE-AREA-RECORTE > ZEROES
006597         COMPUTE CUSTO-RECORTE-LOTE ROUNDED = CUSTO-RECORTE-LOTE +
006598             (TAB-LOT-CUSTO-MATERIAL (I-LOTE) *
006599             LOTE-AREA-RECORTE /
006600             (LOTE-AREA + LOTE-AREA-RECORTE))
006601     END-IF.
006602     IF CUSTO-RECORTE-LOTE > CUSTO-REAL-LOTE
006603         MOVE CUSTO-REAL-LOTE TO CUSTO-RECORTE-LOTE
006604     END-IF.
006605     SUBTRACT CUSTO-RECORTE-LOTE FROM CUSTO-FATURAVEL-LOTE.
006606 3200-APURA-CUSTO-RECORTE-EXIT.
006607     EXIT.
006608*****************************************************************
006609*  FATURA O LOTE ENCERRADO. LOTE FORA DO CONTROLE RECEBE A FATURA
006620*  (SE TIVER O QUE FATURAR); LOTE JA FATURADO COM OS MESMOS
006630*  TOTAIS NAO GERA NADA; LOTE JA FATURADO CUJO TOTAL MUDOU
006640*  (ESTORNO DEPOIS DA FATURA) RECEBE O AJUSTE PELA DIFERENCA.
006650*****************************************************************
006660 4000-FATURA-LOTE.
006662     IF ERRO-ARQUIVO
006664         ADD 1 TO CONT-OCORRENCIAS
006666         MOVE "LOTE NAO FATURADO - FALHA ANTERIOR NO SHPFAT"
006668             TO TXT-CUS-TEXTO
006670         PERFORM 8200-IMPRIME-TEXTO
006672             THRU 8200-IMPRIME-TEXTO-EXIT
006674         GO TO 4000-FATURA-LOTE-EXIT
006676     END-IF.
006678     MOVE TAB-LOT-CODIGO (I-LOTE) TO CODIGO-LOTE-BUSCA.
006680     PERFORM 5200-LOCALIZA-CONTROLE
006690         THRU 5200-LOCALIZA-CONTROLE-EXIT.
006700     IF I-CONTROLE-ACHADO = ZEROES
006710         PERFORM 4100-EMITE-FATURA
006720             THRU 4100-EMITE-FATURA-EXIT
006730         GO TO 4000-FATURA-LOTE-EXIT
006740     END-IF.
006750     MOVE TAB-FTC-REGISTRO (I-CONTROLE-ACHADO)
006760         TO CONTROLE-FATURAMENTO.
006770     COMPUTE DIFERENCA-PESO = LOTE-PESO - FTC-PESO.
006780     COMPUTE DIFERENCA-AREA = LOTE-AREA - FTC-AREA.
006790     COMPUTE DIFERENCA-VALOR = PRECO-LOTE - FTC-VALOR.
006800     IF DIFERENCA-PESO = ZEROES AND DIFERENCA-AREA = ZEROES AND
006810        DIFERENCA-VALOR = ZEROES
006820         ADD 1 TO CONT-JA-FATURADOS
006830         MOVE "LOTE JA FATURADO, SEM ALTERACAO - FATURA:"
006840             TO TXT-CUS-TEXTO
006850         MOVE FTC-NUMERO-FATURA TO TXT-CUS-NUMERO-1
006860         PERFORM 8200-IMPRIME-TEXTO
006870             THRU 8200-IMPRIME-TEXTO-EXIT
006880         GO TO 4000-FATURA-LOTE-EXIT
006890     END-IF.
006900     PERFORM 4200-EMITE-AJUSTE
006910         THRU 4200-EMITE-AJUSTE-EXIT.
006920 4000-FATURA-LOTE-EXIT.
006930     EXIT.
006940*****************************************************************
006950*  EMITE A FATURA DO LOTE E O INCLUI NO CONTROLE DE FATURAMENTO.
006960*  LOTE SEM LINHA ATIVA OU SEM PRECO NAO E FATURADO.
006970*****************************************************************
006980 4100-EMITE-FATURA.
006990     IF LOTE-LINHAS = ZEROES OR PRECO-LOTE = ZEROES
007000         ADD 1 TO CONT-OCORRENCIAS
007010         MOVE "LOTE SEM LINHAS ATIVAS OU SEM PRECO - NAO FATURADO"
007020             TO TXT-CUS-TEXTO
007030         PERFORM 8200-IMPRIME-TEXTO
007040             THRU 8200-IMPRIME-TEXTO-EXIT
007050         GO TO 4100-EMITE-FATURA-EXIT
007060     END-IF.
007070     IF QTD-CONTROLE-TABELA >= MAXIMO-CONTROLE-TABELA
007080         DISPLAY "ERRO - TABELA DO CONTROLE DE FATURAMENTO "
007090             "ESGOTADA - LOTE NAO FATURADO: "
007100             TAB-LOT-CODIGO (I-LOTE)
007110         ADD 1 TO CONT-OCORRENCIAS
007120         GO TO 4100-EMITE-FATURA-EXIT
007130     END-IF.
007140     ADD 1 TO ULTIMO-NUMERO-FATURA.
007150     MOVE SPACES TO REG-FATURAMENTO.
007160     SET FAT-FATURA TO TRUE.
007170     MOVE ULTIMO-NUMERO-FATURA TO FAT-NUMERO.
007180     MOVE ZEROES TO FAT-NUMERO-ORIGEM.
007190     MOVE LOTE-PESO TO FAT-PESO.
007200     MOVE LOTE-AREA TO FAT-AREA.
007210     MOVE PRECO-LOTE TO FAT-VALOR.
007220     PERFORM 4300-GRAVA-FATURAMENTO
007230         THRU 4300-GRAVA-FATURAMENTO-EXIT.
007234     IF ERRO-ARQUIVO
007238         GO TO 4100-EMITE-FATURA-EXIT
007242     END-IF.
007246     ADD 1 TO CONT-FATURAS.
007250     MOVE TAB-LOT-CODIGO (I-LOTE) TO FTC-JOB-LOTE.
007260     MOVE ULTIMO-NUMERO-FATURA TO FTC-NUMERO-FATURA.
007270     MOVE DATA-SISTEMA TO FTC-DATA-FATURA.
007280     MOVE LOTE-PESO TO FTC-PESO.
007290     MOVE LOTE-AREA TO FTC-AREA.
007300     MOVE PRECO-LOTE TO FTC-VALOR.
007310     MOVE ZEROES TO FTC-QTDE-AJUSTES FTC-DATA-AJUSTE.
007313     PERFORM 4400-GUARDA-BASE-PRECO
007316         THRU 4400-GUARDA-BASE-PRECO-EXIT.
007320     ADD 1 TO QTD-CONTROLE-TABELA.
007330     MOVE CONTROLE-FATURAMENTO
007340         TO TAB-FTC-REGISTRO (QTD-CONTROLE-TABELA).
007350     SET CONTROLE-ALTERADO TO TRUE.
007360     MOVE "FATURA EMITIDA - NUMERO:" TO TXT-CUS-TEXTO.
007370     MOVE ULTIMO-NUMERO-FATURA TO TXT-CUS-NUMERO-1.
007380     PERFORM 8200-IMPRIME-TEXTO
007390         THRU 8200-IMPRIME-TEXTO-EXIT.
007400 4100-EMITE-FATURA-EXIT.
007410     EXIT.
007420*****************************************************************
007430*  EMITE O AJUSTE DA FATURA DO LOTE SO COM AS DIFERENCAS (VALOR
007440*  NEGATIVO E CREDITO AO CLIENTE) E ATUALIZA O CONTROLE COM OS
007450*  NOVOS TOTAIS FATURADOS.
007460*****************************************************************
007470 4200-EMITE-AJUSTE.
007480     ADD 1 TO ULTIMO-NUMERO-FATURA.
007490     MOVE SPACES TO REG-FATURAMENTO.
007500     SET FAT-AJUSTE TO TRUE.
007510     MOVE ULTIMO-NUMERO-FATURA TO FAT-NUMERO.
007520     MOVE FTC-NUMERO-FATURA TO FAT-NUMERO-ORIGEM.
007530     MOVE DIFERENCA-PESO TO FAT-PESO.
007540     MOVE DIFERENCA-AREA TO FAT-AREA.
007550     MOVE DIFERENCA-VALOR TO FAT-VALOR.
007560     PERFORM 4300-GRAVA-FATURAMENTO
007570         THRU 4300-GRAVA-FATURAMENTO-EXIT.
007574     IF ERRO-ARQUIVO
007578         GO TO 4200-EMITE-AJUSTE-EXIT
007582     END-IF.
007586     ADD 1 TO CONT-AJUSTES.
007590     MOVE LOTE-PESO TO FTC-PESO.
007600     MOVE LOTE-AREA TO FTC-AREA.
007610     MOVE PRECO-LOTE TO FTC-VALOR.
007620     ADD 1 TO FTC-QTDE-AJUSTES.
007630     MOVE DATA-SISTEMA TO FTC-DATA-AJUSTE.
007633     PERFORM 4400-GUARDA-BASE-PRECO
007636         THRU 4400-GUARDA-BASE-PRECO-EXIT.
007640     MOVE CONTROLE-FATURAMENTO
007650         TO TAB-FTC-REGISTRO (I-CONTROLE-ACHADO).
007660     SET CONTROLE-ALTERADO TO TRUE.
007670     MOVE "LOTE JA FATURADO - AJUSTE EMITIDO - NUMERO:"
007680         TO TXT-CUS-TEXTO.
007690     MOVE ULTIMO-NUMERO-FATURA TO TXT-CUS-NUMERO-1.
007700     MOVE " DA FATURA " TO TXT-CUS-LIGACAO.
007710     MOVE FTC-NUMERO-FATURA TO TXT-CUS-NUMERO-2.
007720     PERFORM 8200-IMPRIME-TEXTO
007730         THRU 8200-IMPRIME-TEXTO-EXIT.
007740     MOVE "VALOR DO AJUSTE (NEGATIVO = CREDITO):"
007750         TO VAL-CUS-TITULO.
007760     MOVE DIFERENCA-VALOR TO VAL-CUS-VALOR.
007770     PERFORM 8100-IMPRIME-VALOR
007780         THRU 8100-IMPRIME-VALOR-EXIT.
007790 4200-EMITE-AJUSTE-EXIT.
007800     EXIT.
007810*****************************************************************
007820*  COMPLETA COM OS DADOS DO LOTE E GRAVA O REGISTRO MONTADO NA
007830*  INTERFACE DE FATURAMENTO.
007840*****************************************************************
007850 4300-GRAVA-FATURAMENTO.
007860     MOVE DATA-SISTEMA TO FAT-DATA.
007870     MOVE TAB-LOT-CODIGO (I-LOTE) TO FAT-JOB-LOTE.
007880     MOVE TAB-LOT-CLIENTE (I-LOTE) TO FAT-CLIENTE.
007890     MOVE TAB-LOT-DESENHO (I-LOTE) TO FAT-DESENHO.
007900     MOVE SW-ORIGEM-PRECO TO FAT-ORIGEM-PRECO.
007910     WRITE REG-FATURAMENTO.
007920     IF FS-FATURAMENTO NOT = "00"
007930         DISPLAY "ERRO AO GRAVAR A INTERFACE DE FATURAMENTO - "
007940             "STATUS: " FS-FATURAMENTO
007950         SET ERRO-ARQUIVO TO TRUE
007960         GO TO 4300-GRAVA-FATURAMENTO-EXIT
007970     END-IF.
007980     ADD FAT-VALOR TO TOTAL-FATURADO.
007990 4300-GRAVA-FATURAMENTO-EXIT.
008000     EXIT.
008001*****************************************************************
008002*  GUARDA NO CONTROLE A ORIGEM DO PRECO FATURADO E, NO PRECO
008003*  ACORDADO OU COTADO, O PROPRIO PRECO - BASE DOS AJUSTES.
008004*****************************************************************
008005 4400-GUARDA-BASE-PRECO.
008006     MOVE SW-ORIGEM-PRECO TO FTC-ORIGEM-PRECO.
008007     IF PRECO-MARGEM
008008         MOVE ZEROES TO FTC-PRECO-BASE
008009     ELSE
008010         MOVE PRECO-LOTE TO FTC-PRECO-BASE
008011     END-IF.
008012 4400-GUARDA-BASE-PRECO-EXIT.
008013     EXIT.
008014*****************************************************************
008020*  LOCALIZA NA TABELA DE LOTES A CUSTEAR O LOTE DE
008030*  CODIGO-LOTE-BUSCA (I-LOTE-ACHADO ZERO QUANDO NAO ESTA).
008040*****************************************************************
008050 5000-LOCALIZA-LOTE.
008060     MOVE ZEROES TO I-LOTE-ACHADO.
008070     PERFORM 5010-PROCURA-LOTE
008080         THRU 5010-PROCURA-LOTE-EXIT
008090         VARYING I-BUSCA-LOTE FROM 1 BY 1
008100         UNTIL I-BUSCA-LOTE > QTD-LOTES-TABELA
008110            OR I-LOTE-ACHADO > ZEROES.
008120 5000-LOCALIZA-LOTE-EXIT.
008130     EXIT.
008140 5010-PROCURA-LOTE.
008150     IF TAB-LOT-CODIGO (I-BUSCA-LOTE) = CODIGO-LOTE-BUSCA
008160         MOVE I-BUSCA-LOTE TO I-LOTE-ACHADO
008170     END-IF.
008180 5010-PROCURA-LOTE-EXIT.
008190     EXIT.
008200*****************************************************************
008210*  LOCALIZA CODIGO-LOTE-BUSCA NA TABELA DOS LOTES ENCERRADOS NO
008220*  DIA (I-ENCERRADO-ACHADO ZERO QUANDO NAO ESTA).
008230*****************************************************************
008240 5100-LOCALIZA-ENCERRADO.
008250     MOVE ZEROES TO I-ENCERRADO-ACHADO.
008260     PERFORM 5110-PROCURA-ENCERRADO
008270         THRU 5110-PROCURA-ENCERRADO-EXIT
008280         VARYING I-ENCERRADO FROM 1 BY 1
008290         UNTIL I-ENCERRADO > QTD-ENCERRADOS-TABELA
008300            OR I-ENCERRADO-ACHADO > ZEROES.
008310 5100-LOCALIZA-ENCERRADO-EXIT.
008320     EXIT.
008330 5110-PROCURA-ENCERRADO.
008340     IF TAB-ENC-LOTE (I-ENCERRADO) = CODIGO-LOTE-BUSCA
008350         MOVE I-ENCERRADO TO I-ENCERRADO-ACHADO
008360     END-IF.
008370 5110-PROCURA-ENCERRADO-EXIT.
008380     EXIT.
008390*****************************************************************
008400*  LOCALIZA CODIGO-LOTE-BUSCA NO CONTROLE DE FATURAMENTO
008410*  (I-CONTROLE-ACHADO ZERO QUANDO O LOTE NUNCA FOI FATURADO).
008420*****************************************************************
008430 5200-LOCALIZA-CONTROLE.
008440     MOVE ZEROES TO I-CONTROLE-ACHADO.
008450     PERFORM 5210-PROCURA-CONTROLE
008460         THRU 5210-PROCURA-CONTROLE-EXIT
008470         VARYING I-CONTROLE FROM 1 BY 1
008480         UNTIL I-CONTROLE > QTD-CONTROLE-TABELA
008490            OR I-CONTROLE-ACHADO > ZEROES.
008500 5200-LOCALIZA-CONTROLE-EXIT.
008510     EXIT.
008520 5210-PROCURA-CONTROLE.
008530     MOVE TAB-FTC-REGISTRO (I-CONTROLE) TO CONTROLE-FATURAMENTO.
008540     IF FTC-JOB-LOTE = CODIGO-LOTE-BUSCA
008550         MOVE I-CONTROLE TO I-CONTROLE-ACHADO
008560     END-IF.
008570 5210-PROCURA-CONTROLE-EXIT.
008580     EXIT.
008590*****************************************************************
008600*  IMPRIME A FOLHA DE CUSTO DO LOTE CORRENTE: IDENTIFICACAO,
008610*  QUANTIDADES DO MESTRE, CUSTO REAL, PRECO E RESULTADO.
008620*****************************************************************
008630 8000-IMPRIME-FOLHA-CUSTO.
008640     MOVE SPACES TO REG-RELATORIO-CUSTO.
008650     WRITE REG-RELATORIO-CUSTO.
008660     MOVE TAB-LOT-CODIGO (I-LOTE) TO LOT-CUS-CODIGO.
008670     MOVE TAB-LOT-CLIENTE (I-LOTE) TO LOT-CUS-CLIENTE.
008680     MOVE TAB-LOT-DESENHO (I-LOTE) TO LOT-CUS-DESENHO.
008690     IF TAB-LOT-ENCERRADO (I-LOTE)
008700         MOVE "ENCERRADO" TO LOT-CUS-SITUACAO
008710     ELSE
008720         MOVE "ABERTO" TO LOT-CUS-SITUACAO
008730     END-IF.
008740     WRITE REG-RELATORIO-CUSTO FROM LINHA-LOTE-CUSTO.
008750     MOVE "LINHAS ATIVAS NO MESTRE:" TO VAL-CUS-TITULO.
008760     MOVE LOTE-LINHAS TO VAL-CUS-VALOR.
008770     PERFORM 8100-IMPRIME-VALOR
008780         THRU 8100-IMPRIME-VALOR-EXIT.
008790     MOVE "LINHAS ESTORNADAS (X, FORA DO CUSTO):"
008800         TO VAL-CUS-TITULO.
008810     MOVE LOTE-CANCELADAS TO VAL-CUS-VALOR.
008820     PERFORM 8100-IMPRIME-VALOR
008830         THRU 8100-IMPRIME-VALOR-EXIT.
008840     MOVE "PECAS:" TO VAL-CUS-TITULO.
008850     MOVE LOTE-PECAS TO VAL-CUS-VALOR.
008860     PERFORM 8100-IMPRIME-VALOR
008870         THRU 8100-IMPRIME-VALOR-EXIT.
008880     MOVE "AREA LIQUIDA (M2):" TO VAL-CUS-TITULO.
008890     MOVE LOTE-AREA TO VAL-CUS-VALOR.
008900     PERFORM 8100-IMPRIME-VALOR
008910         THRU 8100-IMPRIME-VALOR-EXIT.
008920     MOVE "COMPRIMENTO DE CORTE (M):" TO VAL-CUS-TITULO.
008930     MOVE LOTE-PERIMETRO TO VAL-CUS-VALOR.
008940     PERFORM 8100-IMPRIME-VALOR
008950         THRU 8100-IMPRIME-VALOR-EXIT.
008960     MOVE "PESO (KG):" TO VAL-CUS-TITULO.
008970     MOVE LOTE-PESO TO VAL-CUS-VALOR.
008980     PERFORM 8100-IMPRIME-VALOR
008990         THRU 8100-IMPRIME-VALOR-EXIT.
009000     MOVE "CUSTO DE MATERIAL - PEDIDO SHPORD (R$):"
009010         TO VAL-CUS-TITULO.
009020     MOVE TAB-LOT-CUSTO-MATERIAL (I-LOTE) TO VAL-CUS-VALOR.
009030     PERFORM 8100-IMPRIME-VALOR
009040         THRU 8100-IMPRIME-VALOR-EXIT.
009050     MOVE "CUSTO DE CORTE (R$):" TO VAL-CUS-TITULO.
009060     MOVE CUSTO-CORTE-LOTE TO VAL-CUS-VALOR.
009070     PERFORM 8100-IMPRIME-VALOR
009080         THRU 8100-IMPRIME-VALOR-EXIT.
009090     MOVE "CUSTO REAL TOTAL (R$):" TO VAL-CUS-TITULO.
009100     MOVE CUSTO-REAL-LOTE TO VAL-CUS-VALOR.
009110     PERFORM 8100-IMPRIME-VALOR
009120         THRU 8100-IMPRIME-VALOR-EXIT.
009121     IF LOTE-LINHAS-RECORTE > ZEROES
009122         MOVE "LINHAS DE RECORTE (FORA DA FATURA):"
009123             TO VAL-CUS-TITULO
009124         MOVE LOTE-LINHAS-RECORTE TO VAL-CUS-VALOR
009125         PERFORM 8100-IMPRIME-VALOR
009126             THRU 8100-IMPRIME-VALOR-EXIT
009127         MOVE "AREA DO RECORTE (M2):" TO VAL-CUS-TITULO
009128         MOVE LOTE-AREA-RECORTE TO VAL-CUS-VALOR
009129         PERFORM 8100-IMPRIME-VALOR
009130             THRU 8100-IMPRIME-VALOR-EXIT
009131         MOVE "PESO DO RECORTE (KG):" TO VAL-CUS-TITULO
009132         MOVE LOTE-PESO-RECORTE TO VAL-CUS-VALOR
009133         PERFORM 8100-IMPRIME-VALOR
009134             THRU 8100-IMPRIME-VALOR-EXIT
009135         MOVE "CUSTO DO RECORTE - REFUGO (R$):" TO VAL-CUS-TITULO
009136         MOVE CUSTO-RECORTE-LOTE TO VAL-CUS-VALOR
009137         PERFORM 8100-IMPRIME-VALOR
009138             THRU 8100-IMPRIME-VALOR-EXIT
009139     END-IF.
009140     EVALUATE TRUE
009141         WHEN PRECO-ACORDADO
009150             MOVE "PRECO ACORDADO INFORMADO (R$):"
009160                 TO VAL-CUS-TITULO
009170         WHEN PRECO-COTACAO
009180             MOVE "PRECO DA COTACAO LIBERADA (R$):"
009190                 TO VAL-CUS-TITULO
009200         WHEN OTHER
009210             MOVE "SEM COTACAO - CUSTO MAIS MARGEM (R$):"
009220                 TO VAL-CUS-TITULO
009230     END-EVALUATE.
009240     MOVE PRECO-LOTE TO VAL-CUS-VALOR.
009250     PERFORM 8100-IMPRIME-VALOR
009260         THRU 8100-IMPRIME-VALOR-EXIT.
009263     IF BASE-PRECO-FATURADA
009266         MOVE "PRECO MANTIDO NA BASE DA FATURA:" TO TXT-CUS-TEXTO
009269         MOVE FTC-NUMERO-FATURA TO TXT-CUS-NUMERO-1
009272         PERFORM 8200-IMPRIME-TEXTO
009275             THRU 8200-IMPRIME-TEXTO-EXIT
009278     END-IF.
009281     IF PRECO-COTACAO AND BASE-PRECO-CORRENTE
009284         MOVE "COTACAO NUMERO:" TO TXT-CUS-TEXTO
009290         MOVE TAB-LOT-NUMERO-COTACAO (I-LOTE) TO TXT-CUS-NUMERO-1
009300         PERFORM 8200-IMPRIME-TEXTO
009310             THRU 8200-IMPRIME-TEXTO-EXIT
009320     END-IF.
009330     MOVE "RESULTADO (PRECO - CUSTO REAL) (R$):"
009340         TO VAL-CUS-TITULO.
009350     MOVE RESULTADO-LOTE TO VAL-CUS-VALOR.
009360     PERFORM 8100-IMPRIME-VALOR
009370         THRU 8100-IMPRIME-VALOR-EXIT.
009380     MOVE "RESULTADO SOBRE O PRECO (%):" TO VAL-CUS-TITULO.
009390     MOVE PERC-RESULTADO-LOTE TO VAL-CUS-VALOR.
009400     PERFORM 8100-IMPRIME-VALOR
009410         THRU 8100-IMPRIME-VALOR-EXIT.
009420     IF TAB-LOT-LINHAS-PEDIDO (I-LOTE) = ZEROES
009430         ADD 1 TO CONT-OCORRENCIAS
009440         MOVE "ATENCAO - LOTE SEM LINHA NO PEDIDO DE COMPRA"
009450             TO TXT-CUS-TEXTO
009460         PERFORM 8200-IMPRIME-TEXTO
009470             THRU 8200-IMPRIME-TEXTO-EXIT
009480     END-IF.
009490     IF LOTE-LINHAS = ZEROES
009500         ADD 1 TO CONT-OCORRENCIAS
009510         MOVE "ATENCAO - LOTE SEM LINHAS ATIVAS NO MESTRE."
009520             TO TXT-CUS-TEXTO
009530         PERFORM 8200-IMPRIME-TEXTO
009540             THRU 8200-IMPRIME-TEXTO-EXIT
009550     END-IF.
009560 8000-IMPRIME-FOLHA-CUSTO-EXIT.
009570     EXIT.
009580*****************************************************************
009590*  IMPRIME UMA LINHA DE VALOR, COM O TITULO JA POSTO EM
009600*  VAL-CUS-TITULO E O VALOR EM VAL-CUS-VALOR.
009610*****************************************************************
009620 8100-IMPRIME-VALOR.
009630     WRITE REG-RELATORIO-CUSTO FROM LINHA-VALOR-CUSTO.
009640 8100-IMPRIME-VALOR-EXIT.
009650     EXIT.
009660*****************************************************************
009670*  IMPRIME UMA LINHA DE TEXTO (TXT-CUS-TEXTO, COM ATE DOIS
009680*  NUMEROS) E LIMPA A LINHA PARA O PROXIMO USO.
009690*****************************************************************
009700 8200-IMPRIME-TEXTO.
009710     WRITE REG-RELATORIO-CUSTO FROM LINHA-TEXTO-CUSTO.
009720     MOVE SPACES TO TXT-CUS-TEXTO TXT-CUS-LIGACAO.
009730     MOVE ZEROES TO TXT-CUS-NUMERO-1 TXT-CUS-NUMERO-2.
009740 8200-IMPRIME-TEXTO-EXIT.
009750     EXIT.
009760*****************************************************************
009770*  FINALIZACAO - REGRAVA O CONTROLE DE FATURAMENTO QUANDO HOUVE
009780*  FATURA OU AJUSTE, IMPRIME O RESUMO, FECHA OS ARQUIVOS E APURA
009790*  O CODIGO DE RETORNO.
009800*****************************************************************
009810 9000-FINALIZA.
009820     IF CONTROLE-ALTERADO
009840         PERFORM 9050-REGRAVA-CONTROLE
009860             THRU 9050-REGRAVA-CONTROLE-EXIT
009880     END-IF.
009900     MOVE SPACES TO REG-RELATORIO-CUSTO.
009910     WRITE REG-RELATORIO-CUSTO.
009920     MOVE "LOTES CUSTEADOS:" TO VAL-CUS-TITULO.
009930     MOVE CONT-LOTES-CUSTEADOS TO VAL-CUS-VALOR.
009940     PERFORM 8100-IMPRIME-VALOR
009950         THRU 8100-IMPRIME-VALOR-EXIT.
009960     MOVE "FATURAS EMITIDAS:" TO VAL-CUS-TITULO.
009970     MOVE CONT-FATURAS TO VAL-CUS-VALOR.
009980     PERFORM 8100-IMPRIME-VALOR
009990         THRU 8100-IMPRIME-VALOR-EXIT.
010000     MOVE "AJUSTES EMITIDOS:" TO VAL-CUS-TITULO.
010010     MOVE CONT-AJUSTES TO VAL-CUS-VALOR.
010020     PERFORM 8100-IMPRIME-VALOR
010030         THRU 8100-IMPRIME-VALOR-EXIT.
010040     MOVE "JA FATURADOS SEM ALTERACAO:" TO VAL-CUS-TITULO.
010050     MOVE CONT-JA-FATURADOS TO VAL-CUS-VALOR.
010060     PERFORM 8100-IMPRIME-VALOR
010070         THRU 8100-IMPRIME-VALOR-EXIT.
010080     MOVE "VALOR LIQUIDO ENVIADO AO FATURAMENTO (R$):"
010090         TO VAL-CUS-TITULO.
010100     MOVE TOTAL-FATURADO TO VAL-CUS-VALOR.
010110     PERFORM 8100-IMPRIME-VALOR
010120         THRU 8100-IMPRIME-VALOR-EXIT.
010130     DISPLAY "CUSTEIO ENCERRADO - LOTES: " CONT-LOTES-CUSTEADOS
010140         " FATURAS: " CONT-FATURAS " AJUSTES: " CONT-AJUSTES.
010150     IF MESTRE-DISPONIVEL
010160         CLOSE ARQ-MESTRE-HISTORICO
010170     END-IF.
010180     CLOSE ARQ-FATURAMENTO.
010190     CLOSE ARQ-RELATORIO-CUSTO.
010200     IF ERRO-ARQUIVO
010210         MOVE 8 TO RETURN-CODE
010220         GO TO 9000-FINALIZA-EXIT
010230     END-IF.
010240     IF CONT-OCORRENCIAS > ZEROES
010250         MOVE 4 TO RETURN-CODE
010260     END-IF.
010270 9000-FINALIZA-EXIT.
010280     EXIT.
010281*****************************************************************
010282*  REGRAVA O CONTROLE DE FATURAMENTO COM A TABELA. AS FATURAS DA
010283*  RODADA JA ESTAO NO SHPFAT: FALHA AQUI TERMINA COM CODIGO 8 E
010284*  O SHPFTC TEM DE SER RECOMPOSTO ANTES DA PROXIMA RODADA.
010285*****************************************************************
010286 9050-REGRAVA-CONTROLE.
010287     OPEN OUTPUT ARQ-CONTROLE-FATURAMENTO.
010288     IF FS-CONTROLE-FATURAMENTO NOT = "00"
010289         DISPLAY "ERRO - CONTROLE DE FATURAMENTO (SHPFTC) NAO "
010290             "REGRAVADO - STATUS: " FS-CONTROLE-FATURAMENTO
010291             " - FATURAS DA RODADA JA NO SHPFAT."
010292         SET ERRO-ARQUIVO TO TRUE
010293         GO TO 9050-REGRAVA-CONTROLE-EXIT
010294     END-IF.
010295     SET CONTROLE-GRAVADO TO TRUE.
010296     PERFORM 9100-GRAVA-CONTROLE
010297         THRU 9100-GRAVA-CONTROLE-EXIT
010298         VARYING I-CONTROLE FROM 1 BY 1
010299         UNTIL I-CONTROLE > QTD-CONTROLE-TABELA
010300            OR CONTROLE-NAO-GRAVADO.
010301     CLOSE ARQ-CONTROLE-FATURAMENTO.
010302 9050-REGRAVA-CONTROLE-EXIT.
010303     EXIT.
010304 9100-GRAVA-CONTROLE.
010305     MOVE TAB-FTC-REGISTRO (I-CONTROLE)
010306         TO REG-CONTROLE-FATURAMENTO.
010307     WRITE REG-CONTROLE-FATURAMENTO.
010308     IF FS-CONTROLE-FATURAMENTO NOT = "00"
010309         DISPLAY "ERRO AO REGRAVAR O CONTROLE DE FATURAMENTO "
010310             "(SHPFTC) - STATUS: " FS-CONTROLE-FATURAMENTO
010311             " - FATURAS DA RODADA JA NO SHPFAT."
010312         SET CONTROLE-NAO-GRAVADO TO TRUE
010313         SET ERRO-ARQUIVO TO TRUE
010314     END-IF.
010315 9100-GRAVA-CONTROLE-EXIT.
010340     EXIT.
010350 9999-FIM-PROGRAMA.
010360     STOP RUN.
