000450*                      INVENTARIO SHPREM, NAO DA COMPRA). O
000460*                      ACUMULO E POR LOTE, MATERIAL E ORIGEM;
000470*                      REGISTROS ANTIGOS SEM ORIGEM VALEM COMPRA.
000480*  15/10/2026  EJS     PLANO DE CORTE POR FOLHA NO LUGAR DA
000490*                      CONTA DE FOLHAS PELA AREA. AS PECAS DE
000500*                      CADA LOTE/MATERIAL (RETANGULO ENVOLVENTE
000510*                      GRAVADO PELO AREAS, VEZES A QUANTIDADE) SAO
000520*                      ENCAIXADAS EM FAIXAS NA LARGURA DA FOLHA,
000530*                      DA MAIS COMPRIDA PARA A MAIS CURTA,
000540*                      TENTANDO PRIMEIRO OS RETALHOS DISPONIVEIS
000550*                      DO SHPREM DO MESMO MATERIAL E SO DEPOIS
000560*                      ABRINDO CHAPA NOVA. O PLANO SAI NO NOVO
000570*                      RELATORIO SHPPLN (FOLHA A FOLHA: LOTE E
000580*                      SEQUENCIA DE CADA PECA, APROVEITAMENTO E
000590*                      SOBRA PREVISTA) E AS FOLHAS NOVAS DO PLANO
000600*                      SAO AS QUE VAO PARA O SHPORD. A ORIGEM
000610*                      N/R DAS LINHAS DO PEDIDO PASSA A SAIR DO
000620*                      PLANO (A MARCA DO AREAS FICA SO COMO
000630*                      SUGESTAO). O RETALHO NAO E BAIXADO AQUI -
000640*                      A BAIXA CONTINUA NO AREAST, NO CORTE.
000650*                      REGISTROS ANTIGOS SEM O RETANGULO SAO
000660*                      ENCAIXADOS COMO FAIXA NA LARGURA DA FOLHA.
000670*                      PECA QUE NAO CABE NA FOLHA PADRAO SAI COMO
000680*                      OCORRENCIA E O PROGRAMA TERMINA COM 4.
000681*  15/10/2026  EJS     AS FOLHAS NOVAS DO PLANO PASSAM A SER
000682*                      ABATIDAS DO ESTOQUE DE CHAPAS INTEIRAS
000683*                      (ESTMSTR, LAYOUT ESTCHP) ANTES DE IR PARA A
000684*                      COMPRA: SAI DO ESTOQUE O QUE ESTA LIVRE (EM
000685*                      MAOS MAIS EM PEDIDO MENOS RESERVADO) E SO O
000686*                      RESTO E PEDIDO. TODAS AS FOLHAS DO PLANO
000687*                      FICAM RESERVADAS PARA O LOTE E AS COMPRADAS
000688*                      ENTRAM EM PEDIDO; O ARQUIVO E REGRAVADO NO
000689*                      FIM. A LINHA DO SHPORD (AGORA NO COPYBOOK
000690*                      ORDCMP) LEVA AS FOLHAS E O CUSTO TIRADOS DO
000691*                      ESTOQUE AO LADO DOS DA COMPRA, PARA O CUSTO
000692*                      DO LOTE (AREASF). SEM O ARQUIVO DE ESTOQUE
000693*                      TUDO VAI PARA A COMPRA E ELE E CRIADO COM
000694*                      OS MATERIAIS PEDIDOS.
000696*  15/10/2026  EJS     O MINIMO DE FOLHAS PELA AREA SO SUBSTITUI O
000697*                      PLANO DE CORTE QUANDO O PLANO DO GRUPO
000698*                      FICOU INCOMPLETO (PECA FORA DO PLANO OU
000699*                      TABELA DE PECAS ESGOTADA); COM O PLANO
000700*                      COMPLETO A CONFERENCIA E PELA AREA LIQUIDA,
000701*                      SEM A PERDA, E VALEM AS FOLHAS DO PLANO.
000702*  15/10/2026  EJS     SEM ID_EXECUCAO A GERACAO PEDIDA E A ULTIMA
000703*                      GRAVADA NO SHPMAT (ORDEM DO ARQUIVO), NAO O
000704*                      MAIOR ID - O ID JUNTA A DATA DE
000705*                      PROCESSAMENTO COM A HORA DO RELOGIO E NAO
000706*                      ORDENA AS GERACOES. FALHA AO REGRAVAR O
000707*                      ESTOQUE OU AO GRAVAR O PEDIDO NAO E MAIS
000708*                      REBAIXADA PARA O CODIGO 4 DAS OCORRENCIAS.
000709*****************************************************************
000710 ENVIRONMENT DIVISION.
000711 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT ARQ-INTERFACE-PEDIDO ASSIGN TO SHPMAT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-INTERFACE-PEDIDO.
000760     SELECT ARQ-MATERIAIS ASSIGN TO MATMSTR
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-MATERIAIS.
000790     SELECT ARQ-RETALHOS ASSIGN TO SHPREM
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FS-RETALHOS.
000820     SELECT ARQ-PEDIDO-COMPRA ASSIGN TO SHPORD
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS FS-PEDIDO-COMPRA.
000850     SELECT ARQ-RELATORIO-PEDIDO ASSIGN TO SHPORP
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870     SELECT ARQ-PLANO-CORTE ASSIGN TO SHPPLN
000880         ORGANIZATION IS LINE SEQUENTIAL.
000882     SELECT ARQ-ESTOQUE ASSIGN TO ESTMSTR
000884         ORGANIZATION IS LINE SEQUENTIAL
000886         FILE STATUS IS FS-ESTOQUE.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ARQ-INTERFACE-PEDIDO
000920     RECORDING MODE IS F.
000930 01  REG-INTERFACE-PEDIDO.
000940     COPY PEDMAT.
000950 FD  ARQ-MATERIAIS
000960     RECORDING MODE IS F.
000970 01  REG-MATERIAIS.
000980     COPY MATMST.
000990 FD  ARQ-RETALHOS
001000     RECORDING MODE IS F.
001010 01  REG-RETALHOS.
001020     COPY RETINV.
001030 FD  ARQ-PEDIDO-COMPRA
001040     RECORDING MODE IS F.
001050 01  REG-PEDIDO-COMPRA.
001060     COPY ORDCMP.
001130 FD  ARQ-RELATORIO-PEDIDO
001140     RECORDING MODE IS F.
001150 01  REG-RELATORIO-PEDIDO        PIC X(100).
001160 FD  ARQ-PLANO-CORTE
001170     RECORDING MODE IS F.
001180 01  REG-PLANO-CORTE             PIC X(100).
001182 FD  ARQ-ESTOQUE
001184     RECORDING MODE IS F.
001186 01  REG-ESTOQUE.
001188     COPY ESTCHP.
001190 WORKING-STORAGE SECTION.
001200 01  SW-FIM-PEDIDO           PIC X(01) VALUE "N".
001210     88  FIM-PEDIDO                  VALUE "S".
001220     88  NAO-FIM-PEDIDO              VALUE "N".
001230 01  SW-FIM-MATERIAIS        PIC X(01) VALUE "N".
001240     88  FIM-MATERIAIS               VALUE "S".
001250 01  SW-FIM-RETALHOS         PIC X(01) VALUE "N".
001260     88  FIM-RETALHOS                VALUE "S".
001270 01  SW-FIM-PECAS-GRUPO      PIC X(01) VALUE "N".
001280     88  FIM-PECAS-GRUPO             VALUE "S".
001290     88  NAO-FIM-PECAS-GRUPO         VALUE "N".
001300 01  SW-PECA-ENCAIXADA       PIC X(01) VALUE "N".
001310     88  PECA-ENCAIXADA              VALUE "S".
001320     88  PECA-NAO-ENCAIXADA          VALUE "N".
001330 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
001340     88  ERRO-EXECUCAO               VALUE "S".
001341 01  SW-FIM-ESTOQUE          PIC X(01) VALUE "N".
001342     88  FIM-ESTOQUE                 VALUE "S".
001343 01  SW-ESTOQUE              PIC X(01) VALUE "N".
001344     88  ESTOQUE-EM-USO              VALUE "S".
001345     88  ESTOQUE-FORA-DE-USO         VALUE "N".
001350 77  FS-INTERFACE-PEDIDO     PIC X(02) VALUE ZEROES.
001360 77  FS-MATERIAIS            PIC X(02) VALUE ZEROES.
001370 77  FS-RETALHOS             PIC X(02) VALUE ZEROES.
001380 77  FS-PEDIDO-COMPRA        PIC X(02) VALUE ZEROES.
001385 77  FS-ESTOQUE              PIC X(02) VALUE ZEROES.
001390 77  ENV-ID-EXECUCAO         PIC X(14).
001400 77  ID-GERACAO-PEDIDA       PIC X(14) VALUE SPACES.
001402 01  PARTES-GERACAO-PEDIDA.
001404     05  PGP-DATA            PIC X(08).
001406     05  PGP-HORA            PIC X(06).
001410 77  I-MATERIAL              PIC 9(03) VALUE ZEROES COMP.
001420 77  I-BUSCA                 PIC 9(03) VALUE ZEROES COMP.
001430 77  QTD-MATERIAIS-TABELA    PIC 9(03) VALUE ZEROES COMP.
001440 77  MAXIMO-MATERIAIS-TABELA PIC 9(03) VALUE 200 COMP.
001450 77  I-ACUMULO               PIC 9(03) VALUE ZEROES COMP.
001460 77  I-BUSCA-ACUMULO         PIC 9(03) VALUE ZEROES COMP.
001470 77  I-ACUMULO-PLANO         PIC 9(03) VALUE ZEROES COMP.
001480 77  QTD-ACUMULOS-TABELA     PIC 9(03) VALUE ZEROES COMP.
001490 77  MAXIMO-ACUMULOS-TABELA  PIC 9(03) VALUE 300 COMP.
001500 77  ACUMULOS-EXCEDENTES     PIC 9(05) VALUE ZEROES COMP.
001510 77  I-PECA                  PIC 9(04) VALUE ZEROES COMP.
001520 77  I-BUSCA-PECA            PIC 9(04) VALUE ZEROES COMP.
001530 77  QTD-PECAS-TABELA        PIC 9(04) VALUE ZEROES COMP.
001540 77  MAXIMO-PECAS-TABELA     PIC 9(04) VALUE 2000 COMP.
001550 77  PECAS-EXCEDENTES        PIC 9(05) VALUE ZEROES COMP.
001560 77  I-UNIDADE               PIC 9(04) VALUE ZEROES COMP.
001570 77  I-RETALHO               PIC 9(03) VALUE ZEROES COMP.
001580 77  I-BUSCA-RETALHO         PIC 9(03) VALUE ZEROES COMP.
001590 77  QTD-RETALHOS-TABELA     PIC 9(03) VALUE ZEROES COMP.
001600 77  MAXIMO-RETALHOS-TABELA  PIC 9(03) VALUE 300 COMP.
001610 77  I-FOLHA                 PIC 9(03) VALUE ZEROES COMP.
001620 77  I-FOLHA-ENCAIXE         PIC 9(03) VALUE ZEROES COMP.
001630 77  QTD-FOLHAS-PLANO        PIC 9(03) VALUE ZEROES COMP.
001640 77  MAXIMO-FOLHAS-PLANO     PIC 9(03) VALUE 500 COMP.
001650 77  I-ALOCACAO              PIC 9(04) VALUE ZEROES COMP.
001660 77  QTD-ALOCACOES           PIC 9(04) VALUE ZEROES COMP.
001670 77  MAXIMO-ALOCACOES        PIC 9(04) VALUE 3000 COMP.
001671 77  I-ESTOQUE               PIC 9(03) VALUE ZEROES COMP.
001672 77  I-BUSCA-ESTOQUE         PIC 9(03) VALUE ZEROES COMP.
001673 77  QTD-ESTOQUE-TABELA      PIC 9(03) VALUE ZEROES COMP.
001674 77  MAXIMO-ESTOQUE-TABELA   PIC 9(03) VALUE 200 COMP.
001675 77  CONT-ESTOQUE-EXCEDENTE  PIC 9(05) VALUE ZEROES COMP.
001680 77  CONT-PEDIDOS-LIDOS      PIC 9(07) VALUE ZEROES COMP.
001690 77  CONT-PEDIDOS-ACUMULADOS PIC 9(07) VALUE ZEROES COMP.
001700 77  CONT-SEM-MATERIAL       PIC 9(07) VALUE ZEROES COMP.
001710 77  CONT-MATERIAL-ESTRANHO  PIC 9(07) VALUE ZEROES COMP.
001720 77  CONT-ESTORNOS-ABATIDOS PIC 9(07) VALUE ZEROES COMP.
001730 77  CONT-LINHAS-ZERADAS    PIC 9(07) VALUE ZEROES COMP.
001740 77  CONT-ACUMULOS-RETALHO  PIC 9(05) VALUE ZEROES COMP.
001750 77  CONT-PECAS-FORA-FOLHA  PIC 9(07) VALUE ZEROES COMP.
001760 77  CONT-PLANOS-INCOMPLETOS PIC 9(05) VALUE ZEROES COMP.
001770 77  ORIGEM-IMPRESSAO       PIC X(01) VALUE "N".
001780 77  AREA-FOLHA-PADRAO       PIC 9(6)V99 VALUE ZEROES.
001790 77  FOLHAS-INTEIRAS         PIC 9(05) VALUE ZEROES COMP.
001800 77  FOLHAS-PELA-AREA        PIC 9(05) VALUE ZEROES COMP.
001810 77  AREA-COBERTA-FOLHAS     PIC 9(12)V99 VALUE ZEROES.
001820 77  CUSTO-LINHA-PEDIDO      PIC 9(10)V99 VALUE ZEROES.
001830 77  TOTAL-FOLHAS-PEDIDO     PIC 9(07) VALUE ZEROES COMP.
001840 77  TOTAL-CUSTO-PEDIDO      PIC 9(12)V99 VALUE ZEROES.
001841 77  FOLHAS-DO-ESTOQUE       PIC 9(05) VALUE ZEROES COMP.
001842 77  FOLHAS-LIVRES-ESTOQUE   PIC 9(07) VALUE ZEROES COMP.
001843 77  CUSTO-LINHA-ESTOQUE     PIC 9(10)V99 VALUE ZEROES.
001844 77  TOTAL-FOLHAS-ESTOQUE    PIC 9(07) VALUE ZEROES COMP.
001845 77  TOTAL-CUSTO-ESTOQUE     PIC 9(12)V99 VALUE ZEROES.
001850 77  TOTAL-RETALHOS-PLANO    PIC 9(05) VALUE ZEROES COMP.
001860 77  MINIMO-RETALHO          PIC 9V99 VALUE 0.10.
001870 77  MEDIDA-ATRAVES          PIC 9(4)V99 VALUE ZEROES.
001880 77  MEDIDA-PROFUNDIDADE     PIC 9(4)V99 VALUE ZEROES.
001890 77  MAIOR-COMPRIMENTO       PIC 9(4)V99 VALUE ZEROES.
001900 77  LARGURA-FOLHA-GRUPO     PIC 9(4)V99 VALUE ZEROES.
001910 77  COMPRIMENTO-FOLHA-GRUPO PIC 9(4)V99 VALUE ZEROES.
001920 77  FOLHAS-NOVAS-GRUPO      PIC 9(05) VALUE ZEROES COMP.
001930 77  RETALHOS-USADOS-GRUPO   PIC 9(03) VALUE ZEROES COMP.
001940 77  PECAS-RETALHO-GRUPO     PIC 9(07) VALUE ZEROES COMP.
001950 77  AREA-RETALHO-GRUPO      PIC 9(12)V99 VALUE ZEROES.
001960 77  AREA-RETALHO-PECA       PIC 9(12)V99 VALUE ZEROES.
001962 77  AREA-LIQ-RETALHO-GRUPO  PIC 9(12)V99 VALUE ZEROES.
001964 77  AREA-LIQ-RETALHO-PECA   PIC 9(12)V99 VALUE ZEROES.
001966 77  FORA-FOLHA-ANTES-GRUPO  PIC 9(07) VALUE ZEROES COMP.
001968 77  AREA-MINIMO-FOLHAS      PIC S9(12)V99 VALUE ZEROES.
001970 77  AREA-FOLHA-PLANO        PIC 9(6)V99 VALUE ZEROES.
001980 77  AREA-SOBRA-FOLHA        PIC 9(6)V99 VALUE ZEROES.
001990 77  PERC-APROVEITAMENTO     PIC 9(3)V99 VALUE ZEROES.
002000 77  COMPRIMENTO-SOBRA-FOLHA PIC 9(4)V99 VALUE ZEROES.
002010 01  TABELA-MATERIAIS.
002020     05  ITEM-MATERIAL OCCURS 200.
002030         10  TAB-MAT-CODIGO      PIC X(05).
002040         10  TAB-MAT-DESCRICAO   PIC X(30).
002050         10  TAB-MAT-LARGURA     PIC 9(4)V99.
002060         10  TAB-MAT-COMPRIMENTO PIC 9(4)V99.
002070         10  TAB-MAT-CUSTO-M2    PIC 9(6)V99.
002071 01  TABELA-ESTOQUE.
002072     05  ITEM-ESTOQUE OCCURS 200.
002073         10  TAB-EST-MATERIAL    PIC X(05).
002074         10  TAB-EST-EM-MAOS     PIC 9(07).
002075         10  TAB-EST-EM-PEDIDO   PIC 9(07).
002076         10  TAB-EST-RESERVADO   PIC 9(07).
002077         10  TAB-EST-MINIMO      PIC 9(07).
002078         10  TAB-EST-DATA        PIC 9(08).
002080 01  CHAVE-ACUMULO.
002090     05  CAC-LOTE            PIC X(10).
002100     05  CAC-MATERIAL        PIC X(05).
002110     05  CAC-ORIGEM          PIC X(01).
002120 01  TABELA-ACUMULOS.
002130     05  ITEM-ACUMULO OCCURS 300.
002140         10  ACU-CHAVE.
002150             15  ACU-LOTE        PIC X(10).
002160             15  ACU-MATERIAL    PIC X(05).
002170             15  ACU-ORIGEM      PIC X(01).
002180         10  ACU-AREA-BRUTA      PIC S9(12)V99.
002185         10  ACU-AREA-LIQUIDA    PIC S9(12)V99.
002190         10  ACU-PECAS           PIC S9(07) COMP.
002200         10  ACU-FOLHAS          PIC 9(05) COMP.
002210         10  ACU-SW-RETALHO      PIC X(01).
002220             88  ACU-TODO-RETALHO       VALUE "S".
002222         10  ACU-SW-PLANO        PIC X(01).
002224             88  ACU-PLANO-INCOMPLETO   VALUE "S".
002226             88  ACU-PLANO-COMPLETO     VALUE "N".
002230 01  TABELA-PECAS.
002240     05  ITEM-PECA OCCURS 2000.
002250         10  PEC-LOTE            PIC X(10).
002260         10  PEC-SEQUENCIA       PIC 9(04).
002270         10  PEC-MATERIAL        PIC X(05).
002280         10  PEC-LARGURA         PIC 9(4)V99.
002290         10  PEC-COMPRIMENTO     PIC 9(4)V99.
002300         10  PEC-QUANTIDADE      PIC 9(04) COMP.
002310         10  PEC-AREA-BRUTA      PIC 9(10)V99.
002315         10  PEC-AREA-LIQUIDA    PIC 9(10)V99.
002320         10  PEC-QTDE-RETALHO    PIC 9(04) COMP.
002330         10  PEC-QTDE-FORA       PIC 9(04) COMP.
002340         10  PEC-SITUACAO        PIC X(01).
002350             88  PEC-ATIVA              VALUE "A".
002360             88  PEC-ESTORNADA          VALUE "X".
002370         10  PEC-SW-PROCESSADA   PIC X(01).
002380             88  PEC-PROCESSADA         VALUE "S".
002390             88  PEC-NAO-PROCESSADA     VALUE "N".
002400 01  TABELA-RETALHOS.
002410     05  ITEM-RETALHO OCCURS 300.
002420         10  TAB-RET-MATERIAL    PIC X(05).
002430         10  TAB-RET-LARGURA     PIC 9(4)V99.
002440         10  TAB-RET-COMPRIMENTO PIC 9(4)V99.
002450         10  TAB-RET-DATA        PIC 9(08).
002460         10  TAB-RET-JOB-LOTE    PIC X(10).
002470         10  TAB-RET-SW-PLANO    PIC X(01).
002480             88  TAB-RET-NO-PLANO       VALUE "S".
002490             88  TAB-RET-LIVRE          VALUE "N".
002500 01  TABELA-FOLHAS-PLANO.
002510     05  ITEM-FOLHA OCCURS 500.
002520         10  FOL-ORIGEM          PIC X(01).
002530         10  FOL-I-RETALHO       PIC 9(03) COMP.
002540         10  FOL-LARGURA         PIC 9(4)V99.
002550         10  FOL-COMPRIMENTO     PIC 9(4)V99.
002560         10  FOL-COMPRIMENTO-USADO PIC 9(4)V99.
002570         10  FOL-PRAT-PROFUNDIDADE PIC 9(4)V99.
002580         10  FOL-PRAT-LARGURA-USADA PIC 9(4)V99.
002590         10  FOL-AREA-PECAS      PIC 9(6)V99.
002600 01  TABELA-ALOCACOES.
002610     05  ITEM-ALOCACAO OCCURS 3000.
002620         10  ALO-FOLHA           PIC 9(03) COMP.
002630         10  ALO-PECA            PIC 9(04) COMP.
002640         10  ALO-QTDE            PIC 9(04) COMP.
002650 01  LINHA-TITULO-PEDIDO.
002660     05  FILLER              PIC X(37)
002670             VALUE "PEDIDO DE COMPRA DE MATERIAL - GERACA".
002680     05  FILLER              PIC X(03) VALUE "O: ".
002690     05  TIT-ID-GERACAO      PIC X(14).
002700 01  LINHA-CABECALHO-PEDIDO.
002710     05  FILLER              PIC X(12) VALUE "LOTE".
002720     05  FILLER              PIC X(07) VALUE "MATL".
002730     05  FILLER              PIC X(32) VALUE "DESCRICAO".
002740     05  FILLER              PIC X(16) VALUE "AREA BRUTA (M2)".
002750     05  FILLER              PIC X(08) VALUE "FOLHAS".
002760     05  FILLER              PIC X(15) VALUE "CUSTO (R$)".
002765     05  FILLER              PIC X(07) VALUE "ESTOQUE".
002770 01  LINHA-DETALHE-PEDIDO.
002780     05  DET-PED-LOTE        PIC X(10).
002790     05  FILLER              PIC X(02) VALUE SPACES.
002800     05  DET-PED-MATERIAL    PIC X(05).
002810     05  FILLER              PIC X(02) VALUE SPACES.
002820     05  DET-PED-DESCRICAO   PIC X(30).
002830     05  FILLER              PIC X(02) VALUE SPACES.
002840     05  DET-PED-AREA-BRUTA  PIC ZZZZZZZZZ9.99.
002850     05  FILLER              PIC X(03) VALUE SPACES.
002860     05  DET-PED-FOLHAS      PIC ZZZZ9.
002870     05  FILLER              PIC X(03) VALUE SPACES.
002880     05  DET-PED-CUSTO       PIC ZZZZZZZZZ9.99.
002883     05  FILLER              PIC X(03) VALUE SPACES.
002886     05  DET-PED-ESTOQUE     PIC ZZZZ9.
002890 01  LINHA-EXCECAO-PEDIDO.
002900     05  EXC-PED-LOTE        PIC X(10).
002910     05  FILLER              PIC X(02) VALUE SPACES.
002920     05  EXC-PED-MATERIAL    PIC X(05).
002930     05  FILLER              PIC X(02) VALUE SPACES.
002940     05  EXC-PED-OCORRENCIA  PIC X(40).
002950 01  LINHA-SECAO-PEDIDO.
002960     05  SEC-PED-TITULO      PIC X(60).
002970 01  LINHA-TOTAL-PEDIDO.
002980     05  TOT-PED-TITULO      PIC X(34).
002990     05  TOT-PED-VALOR       PIC ZZZZZZZZZ9.99.
003000 01  LINHA-TITULO-PLANO.
003010     05  FILLER              PIC X(36)
003020             VALUE "PLANO DE CORTE POR FOLHA - GERACAO: ".
003030     05  TPL-ID-GERACAO      PIC X(14).
003040 01  LINHA-GRUPO-PLANO.
003050     05  FILLER              PIC X(06) VALUE "LOTE: ".
003060     05  GPL-LOTE            PIC X(10).
003070     05  FILLER              PIC X(08) VALUE "  MATL: ".
003080     05  GPL-MATERIAL        PIC X(05).
003090     05  FILLER              PIC X(02) VALUE SPACES.
003100     05  GPL-DESCRICAO       PIC X(30).
003110     05  FILLER              PIC X(16) VALUE "  FOLHA PADRAO: ".
003120     05  GPL-LARGURA         PIC ZZZ9.99.
003130     05  FILLER              PIC X(03) VALUE " X ".
003140     05  GPL-COMPRIMENTO     PIC ZZZ9.99.
003150 01  LINHA-FOLHA-PLANO.
003160     05  FILLER              PIC X(08) VALUE "  FOLHA ".
003170     05  FPL-NUMERO          PIC ZZ9.
003180     05  FILLER              PIC X(02) VALUE SPACES.
003190     05  FPL-TIPO            PIC X(10).
003200     05  FILLER              PIC X(01) VALUE SPACES.
003210     05  FPL-LARGURA         PIC ZZZ9.99.
003220     05  FILLER              PIC X(03) VALUE " X ".
003230     05  FPL-COMPRIMENTO     PIC ZZZ9.99.
003240     05  FILLER              PIC X(08) VALUE "  APROV ".
003250     05  FPL-PERC            PIC ZZ9.99.
003260     05  FILLER              PIC X(12) VALUE "%  SOBRA M2 ".
003270     05  FPL-SOBRA           PIC ZZZZ9.99.
003280     05  FILLER              PIC X(10) VALUE "  RET PREV".
003290     05  FILLER              PIC X(01) VALUE SPACES.
003300     05  FPL-RET-LARGURA     PIC ZZ9.99.
003310     05  FILLER              PIC X(01) VALUE "X".
003320     05  FPL-RET-COMPRIMENTO PIC ZZ9.99.
003330 01  LINHA-ORIGEM-RETALHO-PLANO.
003340     05  FILLER              PIC X(37)
003350             VALUE "          RETALHO DO RACK - GERADO PE".
003360     05  FILLER              PIC X(10) VALUE "LO LOTE:  ".
003370     05  OPL-JOB-LOTE        PIC X(10).
003380     05  FILLER              PIC X(04) VALUE " EM ".
003390     05  OPL-DATA            PIC 9(08).
003400 01  LINHA-PECA-PLANO.
003410     05  FILLER              PIC X(12) VALUE "      LOTE: ".
003420     05  PPL-LOTE            PIC X(10).
003430     05  FILLER              PIC X(07) VALUE "  SEQ: ".
003440     05  PPL-SEQUENCIA       PIC 9(04).
003450     05  FILLER              PIC X(09) VALUE "  PECAS: ".
003460     05  PPL-QTDE            PIC ZZZ9.
003470     05  FILLER              PIC X(11) VALUE "  DIM (M): ".
003480     05  PPL-LARGURA         PIC ZZZ9.99.
003490     05  FILLER              PIC X(03) VALUE " X ".
003500     05  PPL-COMPRIMENTO     PIC ZZZ9.99.
003510 01  LINHA-EXCECAO-PLANO.
003520     05  FILLER              PIC X(06) VALUE "  *** ".
003530     05  EPL-LOTE            PIC X(10).
003540     05  FILLER              PIC X(05) VALUE " SEQ ".
003550     05  EPL-SEQUENCIA       PIC 9(04).
003560     05  FILLER              PIC X(07) VALUE " QTDE: ".
003570     05  EPL-QTDE            PIC ZZZ9.
003580     05  FILLER              PIC X(02) VALUE SPACES.
003590     05  EPL-OCORRENCIA      PIC X(45).
003600 01  LINHA-RODAPE-PLANO.
003610     05  FILLER              PIC X(16) VALUE "  FOLHAS NOVAS: ".
003620     05  RPL-FOLHAS          PIC ZZZZ9.
003630     05  FILLER              PIC X(20)
003640             VALUE "  RETALHOS DO RACK: ".
003650     05  RPL-RETALHOS        PIC ZZ9.
003660 PROCEDURE DIVISION.
003670 0000-MAINLINE.
003680     PERFORM 1000-INICIALIZA
003690         THRU 1000-INICIALIZA-EXIT.
003700     IF ERRO-EXECUCAO
003710         GO TO 9999-FIM-PROGRAMA
003720     END-IF.
003730     PERFORM 2000-LE-PROXIMO-PEDIDO
003740         THRU 2000-LE-PROXIMO-PEDIDO-EXIT.
003750     PERFORM 2100-ACUMULA-PEDIDO
003760         THRU 2100-ACUMULA-PEDIDO-EXIT
003770         UNTIL FIM-PEDIDO.
003780     PERFORM 6000-MONTA-PLANO-CORTE
003790         THRU 6000-MONTA-PLANO-CORTE-EXIT
003800         VARYING I-ACUMULO-PLANO FROM 1 BY 1
003810         UNTIL I-ACUMULO-PLANO > QTD-ACUMULOS-TABELA.
003820     PERFORM 9000-FINALIZA
003830         THRU 9000-FINALIZA-EXIT.
003840     GO TO 9999-FIM-PROGRAMA.
003850*****************************************************************
003860*  INICIALIZACAO - CARREGA O CADASTRO DE MATERIAIS E OS RETALHOS
003870*  DISPONIVEIS EM TABELA, DESCOBRE A GERACAO A PEDIR (ID_EXECUCAO
003880*  DO AMBIENTE OU, EM BRANCO, A MAIS RECENTE DO SHPMAT, NUMA
003890*  PRE-PASSAGEM) E ABRE OS ARQUIVOS DE SAIDA. SEM O CADASTRO DE
003900*  MATERIAIS O PROGRAMA NAO RODA (CODIGO DE RETORNO 8); SHPMAT
003910*  AUSENTE E TRATADO COMO VAZIO, COM AVISO; SHPREM AUSENTE E
003920*  INVENTARIO VAZIO (TUDO EM CHAPA NOVA).
003930*****************************************************************
003940 1000-INICIALIZA.
003950     OPEN INPUT ARQ-MATERIAIS.
003960     IF FS-MATERIAIS NOT = "00"
003970         DISPLAY "ERRO - CADASTRO DE MATERIAIS (MATMSTR) NAO "
003980             "ABERTO - STATUS: " FS-MATERIAIS
003990         SET ERRO-EXECUCAO TO TRUE
004000         MOVE 8 TO RETURN-CODE
004010         GO TO 1000-INICIALIZA-EXIT
004020     END-IF.
004030     PERFORM 1100-CARREGA-MATERIAL
004040         THRU 1100-CARREGA-MATERIAL-EXIT
004050         UNTIL FIM-MATERIAIS.
004060     CLOSE ARQ-MATERIAIS.
004070     OPEN INPUT ARQ-RETALHOS.
004080     IF FS-RETALHOS = "00"
004090         PERFORM 1300-CARREGA-RETALHO
004100             THRU 1300-CARREGA-RETALHO-EXIT
004110             UNTIL FIM-RETALHOS
004120         CLOSE ARQ-RETALHOS
004130     ELSE
004140         DISPLAY "AVISO - INVENTARIO DE RETALHOS (SHPREM) NAO "
004150             "ABERTO - STATUS: " FS-RETALHOS
004160             " - PLANO SO COM CHAPA NOVA."
004170     END-IF.
004173     PERFORM 1400-CARREGA-TABELA-ESTOQUE
004176         THRU 1400-CARREGA-TABELA-ESTOQUE-EXIT.
004180     MOVE SPACES TO ENV-ID-EXECUCAO.
004190     ACCEPT ENV-ID-EXECUCAO FROM ENVIRONMENT "ID_EXECUCAO".
004200     IF ENV-ID-EXECUCAO NOT = SPACES
004210         MOVE ENV-ID-EXECUCAO TO ID-GERACAO-PEDIDA
004220     ELSE
004230         PERFORM 1200-LOCALIZA-ULTIMA-GERACAO
004240             THRU 1200-LOCALIZA-ULTIMA-GERACAO-EXIT
004250     END-IF.
004260     SET NAO-FIM-PEDIDO TO TRUE.
004270     OPEN INPUT ARQ-INTERFACE-PEDIDO.
004280     IF FS-INTERFACE-PEDIDO NOT = "00"
004290         DISPLAY "AVISO - INTERFACE DE PEDIDO NAO ABERTA - "
004300             "STATUS: " FS-INTERFACE-PEDIDO
004310         SET FIM-PEDIDO TO TRUE
004320     END-IF.
004330     OPEN EXTEND ARQ-PEDIDO-COMPRA.
004340     IF FS-PEDIDO-COMPRA = "35"
004350         OPEN OUTPUT ARQ-PEDIDO-COMPRA
004360     END-IF.
004370     OPEN OUTPUT ARQ-RELATORIO-PEDIDO.
004380     MOVE ID-GERACAO-PEDIDA TO TIT-ID-GERACAO.
004390     WRITE REG-RELATORIO-PEDIDO FROM LINHA-TITULO-PEDIDO.
004400     WRITE REG-RELATORIO-PEDIDO FROM LINHA-CABECALHO-PEDIDO.
004410     OPEN OUTPUT ARQ-PLANO-CORTE.
004420     MOVE ID-GERACAO-PEDIDA TO TPL-ID-GERACAO.
004430     WRITE REG-PLANO-CORTE FROM LINHA-TITULO-PLANO.
004440 1000-INICIALIZA-EXIT.
004450     EXIT.
004460*****************************************************************
004470*  CARREGA O PROXIMO MATERIAL DO CADASTRO NA TABELA DE MATERIAIS.
004480*  MATERIAIS ALEM DA CAPACIDADE SAO IGNORADOS COM AVISO.
004490*****************************************************************
004500 1100-CARREGA-MATERIAL.
004510     READ ARQ-MATERIAIS
004520         AT END
004530             SET FIM-MATERIAIS TO TRUE
004540             GO TO 1100-CARREGA-MATERIAL-EXIT
004550     END-READ.
004560     IF QTD-MATERIAIS-TABELA < MAXIMO-MATERIAIS-TABELA
004570         ADD 1 TO QTD-MATERIAIS-TABELA
004580         MOVE MAT-CODIGO
004590             TO TAB-MAT-CODIGO (QTD-MATERIAIS-TABELA)
004600         MOVE MAT-DESCRICAO
004610             TO TAB-MAT-DESCRICAO (QTD-MATERIAIS-TABELA)
004620         MOVE MAT-LARGURA-FOLHA
004630             TO TAB-MAT-LARGURA (QTD-MATERIAIS-TABELA)
004640         MOVE MAT-COMPRIMENTO-FOLHA
004650             TO TAB-MAT-COMPRIMENTO (QTD-MATERIAIS-TABELA)
004660         MOVE MAT-CUSTO-M2
004670             TO TAB-MAT-CUSTO-M2 (QTD-MATERIAIS-TABELA)
004680     ELSE
004690         DISPLAY "AVISO - TABELA DE MATERIAIS ESGOTADA - CODIGO "
004700             "IGNORADO: " MAT-CODIGO
004710     END-IF.
004720 1100-CARREGA-MATERIAL-EXIT.
004730     EXIT.
004740*****************************************************************
004750*  PRE-PASSAGEM NO SHPMAT PARA DESCOBRIR O ID DA GERACAO MAIS
004755*  RECENTE. O SHPMAT SO RECEBE GERACOES NO FIM (EXTEND), ENTAO A
004760*  MAIS RECENTE E A DO ULTIMO REGISTRO. O VALOR DO ID NAO SERVE
004765*  PARA ORDENAR: E A DATA DE PROCESSAMENTO COM A HORA DO RELOGIO.
004770*****************************************************************
004780 1200-LOCALIZA-ULTIMA-GERACAO.
004790     OPEN INPUT ARQ-INTERFACE-PEDIDO.
004800     IF FS-INTERFACE-PEDIDO NOT = "00"
004810         GO TO 1200-LOCALIZA-ULTIMA-GERACAO-EXIT
004820     END-IF.
004830     PERFORM 1210-VARRE-GERACAO
004840         THRU 1210-VARRE-GERACAO-EXIT
004850         UNTIL FIM-PEDIDO.
004860     CLOSE ARQ-INTERFACE-PEDIDO.
004870 1200-LOCALIZA-ULTIMA-GERACAO-EXIT.
004880     EXIT.
004890 1210-VARRE-GERACAO.
004900     READ ARQ-INTERFACE-PEDIDO
004910         AT END
004920             SET FIM-PEDIDO TO TRUE
004930             GO TO 1210-VARRE-GERACAO-EXIT
004940     END-READ.
004950     IF PED-ID-EXECUCAO NOT = SPACES
004960         MOVE PED-ID-EXECUCAO TO ID-GERACAO-PEDIDA
004970     END-IF.
004980 1210-VARRE-GERACAO-EXIT.
004990     EXIT.
005000*****************************************************************
005010*  CARREGA O PROXIMO RETALHO DISPONIVEL DO INVENTARIO NA TABELA
005020*  DE RETALHOS (SO OS COM SITUACAO D; USADOS E SUCATA FICAM SO NO
005030*  ARQUIVO). RETALHOS ALEM DA CAPACIDADE SAO IGNORADOS COM AVISO.
005040*****************************************************************
005050 1300-CARREGA-RETALHO.
005060     READ ARQ-RETALHOS
005070         AT END
005080             SET FIM-RETALHOS TO TRUE
005090             GO TO 1300-CARREGA-RETALHO-EXIT
005100     END-READ.
005110     IF NOT RET-DISPONIVEL
005120         GO TO 1300-CARREGA-RETALHO-EXIT
005130     END-IF.
005140     IF QTD-RETALHOS-TABELA < MAXIMO-RETALHOS-TABELA
005150         ADD 1 TO QTD-RETALHOS-TABELA
005160         MOVE RET-CODIGO-MATERIAL
005170             TO TAB-RET-MATERIAL (QTD-RETALHOS-TABELA)
005180         MOVE RET-LARGURA
005190             TO TAB-RET-LARGURA (QTD-RETALHOS-TABELA)
005200         MOVE RET-COMPRIMENTO
005210             TO TAB-RET-COMPRIMENTO (QTD-RETALHOS-TABELA)
005220         MOVE RET-DATA-GERACAO
005230             TO TAB-RET-DATA (QTD-RETALHOS-TABELA)
005240         MOVE RET-JOB-LOTE
005250             TO TAB-RET-JOB-LOTE (QTD-RETALHOS-TABELA)
005260         SET TAB-RET-LIVRE (QTD-RETALHOS-TABELA) TO TRUE
005270     ELSE
005280         DISPLAY "AVISO - TABELA DE RETALHOS ESGOTADA - SOBRA "
005290             "IGNORADA NO PLANO: " RET-CODIGO-MATERIAL
005300     END-IF.
005310 1300-CARREGA-RETALHO-EXIT.
005320     EXIT.
005321*****************************************************************
005322*  CARREGA O ESTOQUE DE CHAPAS (ESTMSTR) EM TABELA, PARA ABATER
005323*  AS FOLHAS DO PLANO E REGRAVAR O ARQUIVO NO FIM. ARQUIVO
005324*  AUSENTE VALE ESTOQUE VAZIO (TUDO VAI PARA A COMPRA) E E CRIADO
005325*  NO FIM; OUTRA FALHA DE ABERTURA DEIXA O ESTOQUE FORA DE USO
005326*  NESTA RODADA, SEM ABATIMENTO NEM REGRAVACAO.
005327*****************************************************************
005328 1400-CARREGA-TABELA-ESTOQUE.
005329     OPEN INPUT ARQ-ESTOQUE.
005330     IF FS-ESTOQUE = "35"
005331         DISPLAY "AVISO - ESTOQUE DE CHAPAS (ESTMSTR) AUSENTE - "
005332             "TUDO VAI PARA A COMPRA; O ARQUIVO SERA CRIADO."
005333         SET ESTOQUE-EM-USO TO TRUE
005334         GO TO 1400-CARREGA-TABELA-ESTOQUE-EXIT
005335     END-IF.
005336     IF FS-ESTOQUE NOT = "00"
005337         DISPLAY "AVISO - ESTOQUE DE CHAPAS (ESTMSTR) NAO "
005338             "ABERTO - "
005339             "STATUS: " FS-ESTOQUE " - PEDIDO SEM ABATER ESTOQUE."
005340         GO TO 1400-CARREGA-TABELA-ESTOQUE-EXIT
005341     END-IF.
005342     SET ESTOQUE-EM-USO TO TRUE.
005343     PERFORM 1410-CARREGA-ESTOQUE
005344         THRU 1410-CARREGA-ESTOQUE-EXIT
005345         UNTIL FIM-ESTOQUE.
005346     CLOSE ARQ-ESTOQUE.
005347 1400-CARREGA-TABELA-ESTOQUE-EXIT.
005348     EXIT.
005349 1410-CARREGA-ESTOQUE.
005350     READ ARQ-ESTOQUE
005351         AT END
005352             SET FIM-ESTOQUE TO TRUE
005353             GO TO 1410-CARREGA-ESTOQUE-EXIT
005354     END-READ.
005355     IF EST-CODIGO-MATERIAL = SPACES
005356         GO TO 1410-CARREGA-ESTOQUE-EXIT
005357     END-IF.
005358     IF QTD-ESTOQUE-TABELA NOT < MAXIMO-ESTOQUE-TABELA
005359         DISPLAY "ERRO - TABELA DE ESTOQUE ESGOTADA - ESTOQUE "
005360             "FORA DE USO NESTA RODADA (NAO SERA REGRAVADO)."
005361         SET ESTOQUE-FORA-DE-USO TO TRUE
005362         SET FIM-ESTOQUE TO TRUE
005363         GO TO 1410-CARREGA-ESTOQUE-EXIT
005364     END-IF.
005365     ADD 1 TO QTD-ESTOQUE-TABELA.
005366     MOVE EST-CODIGO-MATERIAL
005367         TO TAB-EST-MATERIAL (QTD-ESTOQUE-TABELA).
005368     MOVE ZEROES TO TAB-EST-EM-MAOS (QTD-ESTOQUE-TABELA)
005369         TAB-EST-EM-PEDIDO (QTD-ESTOQUE-TABELA)
005370         TAB-EST-RESERVADO (QTD-ESTOQUE-TABELA)
005371         TAB-EST-MINIMO (QTD-ESTOQUE-TABELA)
005372         TAB-EST-DATA (QTD-ESTOQUE-TABELA).
005373     IF EST-EM-MAOS IS NUMERIC
005374         MOVE EST-EM-MAOS TO TAB-EST-EM-MAOS (QTD-ESTOQUE-TABELA)
005375     END-IF.
005376     IF EST-EM-PEDIDO IS NUMERIC
005377         MOVE EST-EM-PEDIDO
005378             TO TAB-EST-EM-PEDIDO (QTD-ESTOQUE-TABELA)
005379     END-IF.
005380     IF EST-RESERVADO IS NUMERIC
005381         MOVE EST-RESERVADO
005382             TO TAB-EST-RESERVADO (QTD-ESTOQUE-TABELA)
005383     END-IF.
005384     IF EST-MINIMO IS NUMERIC
005385         MOVE EST-MINIMO TO TAB-EST-MINIMO (QTD-ESTOQUE-TABELA)
005386     END-IF.
005387     IF EST-DATA-MOVIMENTO IS NUMERIC
005388         MOVE EST-DATA-MOVIMENTO
005389             TO TAB-EST-DATA (QTD-ESTOQUE-TABELA)
005390     END-IF.
005391 1410-CARREGA-ESTOQUE-EXIT.
005392     EXIT.
005393*****************************************************************
005394*  LEITURA DO PROXIMO REGISTRO DA INTERFACE DE PEDIDO.
005395*****************************************************************
005396 2000-LE-PROXIMO-PEDIDO.
005397     READ ARQ-INTERFACE-PEDIDO
005398         AT END
005399             SET FIM-PEDIDO TO TRUE
005400     END-READ.
005410     IF NAO-FIM-PEDIDO
005420         ADD 1 TO CONT-PEDIDOS-LIDOS
005430     END-IF.
005440 2000-LE-PROXIMO-PEDIDO-EXIT.
005450     EXIT.
005460*****************************************************************
005470*  ACUMULA UM REGISTRO DA GERACAO PEDIDA NA TABELA DE LOTE X
005480*  MATERIAL E GUARDA A PECA NA TABELA DO PLANO DE CORTE (O
005490*  ESTORNO TIRA A PECA DO PLANO). TODO ACUMULO NASCE COMO COMPRA
005500*  (N); A PARTE QUE O PLANO ENCAIXA EM RETALHO PASSA PARA A
005510*  ORIGEM R DEPOIS DO ENCAIXE. REGISTROS DE OUTRAS GERACOES SAO
005520*  IGNORADOS; REGISTROS SEM CODIGO DE MATERIAL (GERACOES
005530*  ANTERIORES AO CAMPO) SAO CONTADOS E APONTADOS NO RELATORIO.
005540*****************************************************************
005550 2100-ACUMULA-PEDIDO.
005560     IF PED-ID-EXECUCAO NOT = ID-GERACAO-PEDIDA
005570         GO TO 2100-ACUMULA-PEDIDO-LE
005580     END-IF.
005590     IF PED-CODIGO-MATERIAL = SPACES
005600         ADD 1 TO CONT-SEM-MATERIAL
005610         GO TO 2100-ACUMULA-PEDIDO-LE
005620     END-IF.
005630     MOVE PED-JOB-LOTE TO CAC-LOTE.
005640     MOVE PED-CODIGO-MATERIAL TO CAC-MATERIAL.
005650     MOVE "N" TO CAC-ORIGEM.
005660     PERFORM 5000-REGISTRA-ACUMULO
005670         THRU 5000-REGISTRA-ACUMULO-EXIT.
005680     IF I-ACUMULO = ZEROES
005690         GO TO 2100-ACUMULA-PEDIDO-LE
005700     END-IF.
005710     IF PED-MOV-ESTORNO
005720         ADD 1 TO CONT-ESTORNOS-ABATIDOS
005730         SUBTRACT PED-AREA-BRUTA
005740             FROM ACU-AREA-BRUTA (I-ACUMULO)
005741         IF PED-AREA-LIQUIDA IS NUMERIC
005742             SUBTRACT PED-AREA-LIQUIDA
005743                 FROM ACU-AREA-LIQUIDA (I-ACUMULO)
005744         ELSE
005745             SUBTRACT PED-AREA-BRUTA
005746                 FROM ACU-AREA-LIQUIDA (I-ACUMULO)
005747         END-IF
005750         IF PED-QUANTIDADE IS NUMERIC
005760             SUBTRACT PED-QUANTIDADE
005770                 FROM ACU-PECAS (I-ACUMULO)
005780         END-IF
005790         PERFORM 2300-ESTORNA-PECA
005800             THRU 2300-ESTORNA-PECA-EXIT
005810         GO TO 2100-ACUMULA-PEDIDO-LE
005820     END-IF.
005830     ADD 1 TO CONT-PEDIDOS-ACUMULADOS.
005840     ADD PED-AREA-BRUTA TO ACU-AREA-BRUTA (I-ACUMULO).
005841     IF PED-AREA-LIQUIDA IS NUMERIC
005842         ADD PED-AREA-LIQUIDA TO ACU-AREA-LIQUIDA (I-ACUMULO)
005843     ELSE
005844         ADD PED-AREA-BRUTA TO ACU-AREA-LIQUIDA (I-ACUMULO)
005845     END-IF.
005850     IF PED-QUANTIDADE IS NUMERIC
005860         ADD PED-QUANTIDADE TO ACU-PECAS (I-ACUMULO)
005870     END-IF.
005880     PERFORM 2200-REGISTRA-PECA
005890         THRU 2200-REGISTRA-PECA-EXIT.
005900 2100-ACUMULA-PEDIDO-LE.
005910     PERFORM 2000-LE-PROXIMO-PEDIDO
005920         THRU 2000-LE-PROXIMO-PEDIDO-EXIT.
005930 2100-ACUMULA-PEDIDO-EXIT.
005940     EXIT.
005950*****************************************************************
005960*  GUARDA A PECA DO REGISTRO CORRENTE NA TABELA DO PLANO DE
005970*  CORTE, COM O RETANGULO ENVOLVENTE EM METROS. REGISTRO ANTIGO,
005980*  SEM O RETANGULO, VIRA UMA FAIXA NA LARGURA DA FOLHA PADRAO COM
005990*  O COMPRIMENTO QUE DA A AREA DA PECA.
006000*****************************************************************
006010 2200-REGISTRA-PECA.
006020     IF QTD-PECAS-TABELA NOT < MAXIMO-PECAS-TABELA
006030         ADD 1 TO PECAS-EXCEDENTES
006036         SET ACU-PLANO-INCOMPLETO (I-ACUMULO) TO TRUE
006042         GO TO 2200-REGISTRA-PECA-EXIT
006050     END-IF.
006060     ADD 1 TO QTD-PECAS-TABELA.
006070     MOVE QTD-PECAS-TABELA TO I-PECA.
006080     MOVE PED-JOB-LOTE TO PEC-LOTE (I-PECA).
006090     IF PED-SEQUENCIA IS NUMERIC
006100         MOVE PED-SEQUENCIA TO PEC-SEQUENCIA (I-PECA)
006110     ELSE
006120         MOVE ZEROES TO PEC-SEQUENCIA (I-PECA)
006130     END-IF.
006140     MOVE PED-CODIGO-MATERIAL TO PEC-MATERIAL (I-PECA).
006150     IF PED-QUANTIDADE IS NUMERIC AND PED-QUANTIDADE > ZEROES
006160         MOVE PED-QUANTIDADE TO PEC-QUANTIDADE (I-PECA)
006170     ELSE
006180         MOVE 1 TO PEC-QUANTIDADE (I-PECA)
006190     END-IF.
006200     MOVE PED-AREA-BRUTA TO PEC-AREA-BRUTA (I-PECA).
006201     IF PED-AREA-LIQUIDA IS NUMERIC
006202         MOVE PED-AREA-LIQUIDA TO PEC-AREA-LIQUIDA (I-PECA)
006203     ELSE
006204         MOVE PED-AREA-BRUTA TO PEC-AREA-LIQUIDA (I-PECA)
006205     END-IF.
006210     MOVE ZEROES TO PEC-QTDE-RETALHO (I-PECA)
006220         PEC-QTDE-FORA (I-PECA).
006230     SET PEC-ATIVA (I-PECA) TO TRUE.
006240     SET PEC-NAO-PROCESSADA (I-PECA) TO TRUE.
006250     IF PED-LARGURA-ENVOLVENTE IS NUMERIC AND
006260        PED-COMPRIMENTO-ENVOLVENTE IS NUMERIC AND
006270        PED-COMPRIMENTO-ENVOLVENTE > ZEROES
006280         MOVE PED-LARGURA-ENVOLVENTE TO PEC-LARGURA (I-PECA)
006290         MOVE PED-COMPRIMENTO-ENVOLVENTE
006300             TO PEC-COMPRIMENTO (I-PECA)
006310         GO TO 2200-REGISTRA-PECA-EXIT
006320     END-IF.
006330     MOVE ZEROES TO PEC-LARGURA (I-PECA) PEC-COMPRIMENTO (I-PECA).
006340     MOVE ZEROES TO I-MATERIAL.
006350     PERFORM 8050-PROCURA-MATERIAL
006360         THRU 8050-PROCURA-MATERIAL-EXIT
006370         VARYING I-BUSCA FROM 1 BY 1
006380         UNTIL I-BUSCA > QTD-MATERIAIS-TABELA.
006390     IF I-MATERIAL = ZEROES OR
006400        TAB-MAT-LARGURA (I-MATERIAL) = ZEROES OR
006410        PED-AREA IS NOT NUMERIC
006420         GO TO 2200-REGISTRA-PECA-EXIT
006430     END-IF.
006440     MOVE TAB-MAT-LARGURA (I-MATERIAL) TO MEDIDA-ATRAVES.
006450     COMPUTE MEDIDA-PROFUNDIDADE ROUNDED =
006460         PED-AREA / MEDIDA-ATRAVES.
006470     IF MEDIDA-PROFUNDIDADE * MEDIDA-ATRAVES < PED-AREA
006480         ADD 0.01 TO MEDIDA-PROFUNDIDADE
006490     END-IF.
006500     IF MEDIDA-PROFUNDIDADE < MEDIDA-ATRAVES
006510         MOVE MEDIDA-PROFUNDIDADE TO PEC-LARGURA (I-PECA)
006520         MOVE MEDIDA-ATRAVES TO PEC-COMPRIMENTO (I-PECA)
006530     ELSE
006540         MOVE MEDIDA-ATRAVES TO PEC-LARGURA (I-PECA)
006550         MOVE MEDIDA-PROFUNDIDADE TO PEC-COMPRIMENTO (I-PECA)
006560     END-IF.
006570 2200-REGISTRA-PECA-EXIT.
006580     EXIT.
006590*****************************************************************
006600*  TIRA DO PLANO DE CORTE A PECA ESTORNADA (MESMO LOTE E
006610*  SEQUENCIA, AINDA ATIVA). ESTORNO SEM PECA NA TABELA SO ABATE
006620*  O ACUMULO, COMO ANTES.
006630*****************************************************************
006640 2300-ESTORNA-PECA.
006650     MOVE ZEROES TO I-PECA.
006660     PERFORM 2310-PROCURA-PECA-ESTORNADA
006670         THRU 2310-PROCURA-PECA-ESTORNADA-EXIT
006680         VARYING I-BUSCA-PECA FROM 1 BY 1
006690         UNTIL I-BUSCA-PECA > QTD-PECAS-TABELA
006700             OR I-PECA NOT = ZEROES.
006710     IF I-PECA NOT = ZEROES
006720         SET PEC-ESTORNADA (I-PECA) TO TRUE
006730     END-IF.
006740 2300-ESTORNA-PECA-EXIT.
006750     EXIT.
006760 2310-PROCURA-PECA-ESTORNADA.
006770     IF PEC-LOTE (I-BUSCA-PECA) = PED-JOB-LOTE AND
006780        PEC-MATERIAL (I-BUSCA-PECA) = PED-CODIGO-MATERIAL AND
006790        PEC-SEQUENCIA (I-BUSCA-PECA) = PED-SEQUENCIA AND
006800        PEC-ATIVA (I-BUSCA-PECA)
006810         MOVE I-BUSCA-PECA TO I-PECA
006820     END-IF.
006830 2310-PROCURA-PECA-ESTORNADA-EXIT.
006840     EXIT.
006850*****************************************************************
006860*  LOCALIZA A CHAVE LOTE X MATERIAL NA TABELA DE ACUMULOS,
006870*  INCLUINDO-A SE AINDA NAO EXISTE. DEVOLVE EM I-ACUMULO A
006880*  POSICAO DA CHAVE, OU ZERO SE A TABELA ENCHEU (EXCEDENTES SAO
006890*  CONTADOS E APONTADOS NO RELATORIO).
006900*****************************************************************
006910 5000-REGISTRA-ACUMULO.
006920     MOVE ZEROES TO I-ACUMULO.
006930     PERFORM 5100-PROCURA-ACUMULO
006940         THRU 5100-PROCURA-ACUMULO-EXIT
006950         VARYING I-BUSCA-ACUMULO FROM 1 BY 1
006960         UNTIL I-BUSCA-ACUMULO > QTD-ACUMULOS-TABELA.
006970     IF I-ACUMULO = ZEROES
006980         IF QTD-ACUMULOS-TABELA < MAXIMO-ACUMULOS-TABELA
006990             ADD 1 TO QTD-ACUMULOS-TABELA
007000             MOVE QTD-ACUMULOS-TABELA TO I-ACUMULO
007010             MOVE CHAVE-ACUMULO TO ACU-CHAVE (I-ACUMULO)
007020             MOVE ZEROES TO ACU-AREA-BRUTA (I-ACUMULO)
007025             MOVE ZEROES TO ACU-AREA-LIQUIDA (I-ACUMULO)
007030             MOVE ZEROES TO ACU-PECAS (I-ACUMULO)
007040             MOVE ZEROES TO ACU-FOLHAS (I-ACUMULO)
007050             MOVE "N" TO ACU-SW-RETALHO (I-ACUMULO)
007055             SET ACU-PLANO-COMPLETO (I-ACUMULO) TO TRUE
007060             IF CAC-ORIGEM = "R"
007070                 ADD 1 TO CONT-ACUMULOS-RETALHO
007080             END-IF
007090         ELSE
007100             ADD 1 TO ACUMULOS-EXCEDENTES
007110         END-IF
007120     END-IF.
007130 5000-REGISTRA-ACUMULO-EXIT.
007140     EXIT.
007150 5100-PROCURA-ACUMULO.
007160     IF ACU-CHAVE (I-BUSCA-ACUMULO) = CHAVE-ACUMULO
007170         MOVE I-BUSCA-ACUMULO TO I-ACUMULO
007180     END-IF.
007190 5100-PROCURA-ACUMULO-EXIT.
007200     EXIT.
007210*****************************************************************
007220*  MONTA O PLANO DE CORTE DE UM LOTE/MATERIAL (ENTRADA
007230*  I-ACUMULO-PLANO DA TABELA DE ACUMULOS, SO AS DE ORIGEM N): AS
007240*  PECAS DO GRUPO SAO ENCAIXADAS DA MAIS COMPRIDA PARA A MAIS
007250*  CURTA, UNIDADE POR UNIDADE; O PLANO E IMPRESSO NO SHPPLN, AS
007260*  FOLHAS NOVAS FICAM NO ACUMULO PARA O PEDIDO E A PARTE
007270*  ENCAIXADA EM RETALHO PASSA PARA UMA ENTRADA DE ORIGEM R.
007280*  MATERIAL FORA DO CADASTRO FICA SEM PLANO (A OCORRENCIA SAI NO
007290*  PEDIDO).
007300*****************************************************************
007310 6000-MONTA-PLANO-CORTE.
007320     IF ACU-ORIGEM (I-ACUMULO-PLANO) NOT = "N"
007330         GO TO 6000-MONTA-PLANO-CORTE-EXIT
007340     END-IF.
007350     MOVE I-ACUMULO-PLANO TO I-ACUMULO.
007360     MOVE ZEROES TO I-MATERIAL.
007370     PERFORM 8050-PROCURA-MATERIAL
007380         THRU 8050-PROCURA-MATERIAL-EXIT
007390         VARYING I-BUSCA FROM 1 BY 1
007400         UNTIL I-BUSCA > QTD-MATERIAIS-TABELA.
007410     IF I-MATERIAL = ZEROES
007420         GO TO 6000-MONTA-PLANO-CORTE-EXIT
007430     END-IF.
007440     MOVE TAB-MAT-LARGURA (I-MATERIAL) TO LARGURA-FOLHA-GRUPO.
007450     MOVE TAB-MAT-COMPRIMENTO (I-MATERIAL)
007460         TO COMPRIMENTO-FOLHA-GRUPO.
007470     IF LARGURA-FOLHA-GRUPO = ZEROES OR
007480        COMPRIMENTO-FOLHA-GRUPO = ZEROES
007490         GO TO 6000-MONTA-PLANO-CORTE-EXIT
007500     END-IF.
007510     MOVE ZEROES TO QTD-FOLHAS-PLANO QTD-ALOCACOES
007520         FOLHAS-NOVAS-GRUPO RETALHOS-USADOS-GRUPO
007525         PECAS-RETALHO-GRUPO AREA-RETALHO-GRUPO
007530         AREA-LIQ-RETALHO-GRUPO.
007535     MOVE CONT-PECAS-FORA-FOLHA TO FORA-FOLHA-ANTES-GRUPO.
007540     SET NAO-FIM-PECAS-GRUPO TO TRUE.
007545     PERFORM 6100-ENCAIXA-PROXIMA-PECA
007550         THRU 6100-ENCAIXA-PROXIMA-PECA-EXIT
007555         UNTIL FIM-PECAS-GRUPO.
007560     IF CONT-PECAS-FORA-FOLHA > FORA-FOLHA-ANTES-GRUPO
007565         SET ACU-PLANO-INCOMPLETO (I-ACUMULO-PLANO) TO TRUE
007570     END-IF.
007580     MOVE SPACES TO REG-PLANO-CORTE.
007590     WRITE REG-PLANO-CORTE.
007600     MOVE ACU-LOTE (I-ACUMULO-PLANO) TO GPL-LOTE.
007610     MOVE ACU-MATERIAL (I-ACUMULO-PLANO) TO GPL-MATERIAL.
007620     MOVE TAB-MAT-DESCRICAO (I-MATERIAL) TO GPL-DESCRICAO.
007630     MOVE LARGURA-FOLHA-GRUPO TO GPL-LARGURA.
007640     MOVE COMPRIMENTO-FOLHA-GRUPO TO GPL-COMPRIMENTO.
007650     WRITE REG-PLANO-CORTE FROM LINHA-GRUPO-PLANO.
007660     PERFORM 6700-IMPRIME-FOLHA-PLANO
007670         THRU 6700-IMPRIME-FOLHA-PLANO-EXIT
007680         VARYING I-FOLHA FROM 1 BY 1
007690         UNTIL I-FOLHA > QTD-FOLHAS-PLANO.
007700     PERFORM 6600-APURA-PECA-GRUPO
007710         THRU 6600-APURA-PECA-GRUPO-EXIT
007720         VARYING I-PECA FROM 1 BY 1
007730         UNTIL I-PECA > QTD-PECAS-TABELA.
007740     MOVE FOLHAS-NOVAS-GRUPO TO RPL-FOLHAS.
007750     MOVE RETALHOS-USADOS-GRUPO TO RPL-RETALHOS.
007760     WRITE REG-PLANO-CORTE FROM LINHA-RODAPE-PLANO.
007770     MOVE FOLHAS-NOVAS-GRUPO TO ACU-FOLHAS (I-ACUMULO-PLANO).
007780     IF PECAS-RETALHO-GRUPO = ZEROES
007790         GO TO 6000-MONTA-PLANO-CORTE-EXIT
007800     END-IF.
007810     SUBTRACT AREA-RETALHO-GRUPO
007820         FROM ACU-AREA-BRUTA (I-ACUMULO-PLANO).
007823     SUBTRACT AREA-LIQ-RETALHO-GRUPO
007826         FROM ACU-AREA-LIQUIDA (I-ACUMULO-PLANO).
007830     SUBTRACT PECAS-RETALHO-GRUPO
007840         FROM ACU-PECAS (I-ACUMULO-PLANO).
007850     IF ACU-PECAS (I-ACUMULO-PLANO) NOT > ZEROES
007860         SET ACU-TODO-RETALHO (I-ACUMULO-PLANO) TO TRUE
007870     END-IF.
007880     MOVE ACU-LOTE (I-ACUMULO-PLANO) TO CAC-LOTE.
007890     MOVE ACU-MATERIAL (I-ACUMULO-PLANO) TO CAC-MATERIAL.
007900     MOVE "R" TO CAC-ORIGEM.
007910     PERFORM 5000-REGISTRA-ACUMULO
007920         THRU 5000-REGISTRA-ACUMULO-EXIT.
007930     IF I-ACUMULO NOT = ZEROES
007940         ADD AREA-RETALHO-GRUPO TO ACU-AREA-BRUTA (I-ACUMULO)
007945         ADD AREA-LIQ-RETALHO-GRUPO
007946             TO ACU-AREA-LIQUIDA (I-ACUMULO)
007950         ADD PECAS-RETALHO-GRUPO TO ACU-PECAS (I-ACUMULO)
007960     END-IF.
007970 6000-MONTA-PLANO-CORTE-EXIT.
007980     EXIT.
007990*****************************************************************
008000*  ESCOLHE A PROXIMA PECA DO GRUPO AINDA NAO ENCAIXADA (A DE
008010*  MAIOR COMPRIMENTO) E ENCAIXA TODAS AS SUAS UNIDADES. SEM PECA
008020*  PENDENTE, ENCERRA O GRUPO.
008030*****************************************************************
008040 6100-ENCAIXA-PROXIMA-PECA.
008050     MOVE ZEROES TO I-PECA MAIOR-COMPRIMENTO.
008060     PERFORM 6110-PROCURA-MAIOR-PECA
008070         THRU 6110-PROCURA-MAIOR-PECA-EXIT
008080         VARYING I-BUSCA-PECA FROM 1 BY 1
008090         UNTIL I-BUSCA-PECA > QTD-PECAS-TABELA.
008100     IF I-PECA = ZEROES
008110         SET FIM-PECAS-GRUPO TO TRUE
008120         GO TO 6100-ENCAIXA-PROXIMA-PECA-EXIT
008130     END-IF.
008140     SET PEC-PROCESSADA (I-PECA) TO TRUE.
008150     PERFORM 6200-ENCAIXA-UNIDADE
008160         THRU 6200-ENCAIXA-UNIDADE-EXIT
008170         VARYING I-UNIDADE FROM 1 BY 1
008180         UNTIL I-UNIDADE > PEC-QUANTIDADE (I-PECA).
008190 6100-ENCAIXA-PROXIMA-PECA-EXIT.
008200     EXIT.
008210 6110-PROCURA-MAIOR-PECA.
008220     IF PEC-LOTE (I-BUSCA-PECA) NOT = ACU-LOTE (I-ACUMULO-PLANO)
008230        OR PEC-MATERIAL (I-BUSCA-PECA) NOT =
008240            ACU-MATERIAL (I-ACUMULO-PLANO)
008250        OR NOT PEC-ATIVA (I-BUSCA-PECA)
008260        OR PEC-PROCESSADA (I-BUSCA-PECA)
008270         GO TO 6110-PROCURA-MAIOR-PECA-EXIT
008280     END-IF.
008290     IF I-PECA = ZEROES OR
008300        PEC-COMPRIMENTO (I-BUSCA-PECA) > MAIOR-COMPRIMENTO
008310         MOVE I-BUSCA-PECA TO I-PECA
008320         MOVE PEC-COMPRIMENTO (I-BUSCA-PECA) TO MAIOR-COMPRIMENTO
008330     END-IF.
008340 6110-PROCURA-MAIOR-PECA-EXIT.
008350     EXIT.
008360*****************************************************************
008370*  ENCAIXA UMA UNIDADE DA PECA I-PECA: PRIMEIRO NAS FOLHAS JA
008380*  ABERTAS NO PLANO (NA ORDEM EM QUE FORAM ABERTAS); NAO CABENDO
008390*  EM NENHUMA, ABRE UM RETALHO DO RACK OU UMA CHAPA NOVA.
008400*****************************************************************
008410 6200-ENCAIXA-UNIDADE.
008420     SET PECA-NAO-ENCAIXADA TO TRUE.
008430     MOVE ZEROES TO I-FOLHA-ENCAIXE.
008440     PERFORM 6300-TENTA-FOLHA
008450         THRU 6300-TENTA-FOLHA-EXIT
008460         VARYING I-FOLHA FROM 1 BY 1
008470         UNTIL I-FOLHA > QTD-FOLHAS-PLANO
008480             OR PECA-ENCAIXADA.
008490     IF PECA-NAO-ENCAIXADA
008500         PERFORM 6400-ABRE-FOLHA
008510             THRU 6400-ABRE-FOLHA-EXIT
008520     END-IF.
008530     IF PECA-ENCAIXADA
008540         PERFORM 6500-REGISTRA-ALOCACAO
008550             THRU 6500-REGISTRA-ALOCACAO-EXIT
008560     END-IF.
008570 6200-ENCAIXA-UNIDADE-EXIT.
008580     EXIT.
008590*****************************************************************
008600*  TENTA ENCAIXAR A UNIDADE NA FOLHA I-FOLHA DO PLANO. AS PECAS
008610*  VAO EM FAIXAS (PRATELEIRAS) ATRAVES DA LARGURA DA FOLHA, UMA
008620*  APOS A OUTRA NO COMPRIMENTO: PRIMEIRO NA FAIXA ABERTA, COM A
008630*  PECA DEITADA (COMPRIMENTO ATRAVES) OU EM PE; SE NAO DER, ABRE
008640*  FAIXA NOVA NO COMPRIMENTO QUE AINDA SOBRA NA FOLHA.
008650*****************************************************************
008660 6300-TENTA-FOLHA.
008670     MOVE PEC-COMPRIMENTO (I-PECA) TO MEDIDA-ATRAVES.
008680     MOVE PEC-LARGURA (I-PECA) TO MEDIDA-PROFUNDIDADE.
008690     PERFORM 6310-ENCAIXA-NA-FAIXA
008700         THRU 6310-ENCAIXA-NA-FAIXA-EXIT.
008710     IF PECA-ENCAIXADA
008720         GO TO 6300-TENTA-FOLHA-EXIT
008730     END-IF.
008740     MOVE PEC-LARGURA (I-PECA) TO MEDIDA-ATRAVES.
008750     MOVE PEC-COMPRIMENTO (I-PECA) TO MEDIDA-PROFUNDIDADE.
008760     PERFORM 6310-ENCAIXA-NA-FAIXA
008770         THRU 6310-ENCAIXA-NA-FAIXA-EXIT.
008780     IF PECA-ENCAIXADA
008790         GO TO 6300-TENTA-FOLHA-EXIT
008800     END-IF.
008810     MOVE PEC-COMPRIMENTO (I-PECA) TO MEDIDA-ATRAVES.
008820     MOVE PEC-LARGURA (I-PECA) TO MEDIDA-PROFUNDIDADE.
008830     PERFORM 6320-ABRE-FAIXA
008840         THRU 6320-ABRE-FAIXA-EXIT.
008850     IF PECA-ENCAIXADA
008860         GO TO 6300-TENTA-FOLHA-EXIT
008870     END-IF.
008880     MOVE PEC-LARGURA (I-PECA) TO MEDIDA-ATRAVES.
008890     MOVE PEC-COMPRIMENTO (I-PECA) TO MEDIDA-PROFUNDIDADE.
008900     PERFORM 6320-ABRE-FAIXA
008910         THRU 6320-ABRE-FAIXA-EXIT.
008920 6300-TENTA-FOLHA-EXIT.
008930     EXIT.
008940 6310-ENCAIXA-NA-FAIXA.
008950     IF FOL-PRAT-PROFUNDIDADE (I-FOLHA) = ZEROES OR
008960        MEDIDA-PROFUNDIDADE > FOL-PRAT-PROFUNDIDADE (I-FOLHA) OR
008970        FOL-PRAT-LARGURA-USADA (I-FOLHA) + MEDIDA-ATRAVES >
008980            FOL-LARGURA (I-FOLHA)
008990         GO TO 6310-ENCAIXA-NA-FAIXA-EXIT
009000     END-IF.
009010     ADD MEDIDA-ATRAVES TO FOL-PRAT-LARGURA-USADA (I-FOLHA).
009020     MOVE I-FOLHA TO I-FOLHA-ENCAIXE.
009030     SET PECA-ENCAIXADA TO TRUE.
009040 6310-ENCAIXA-NA-FAIXA-EXIT.
009050     EXIT.
009060 6320-ABRE-FAIXA.
009070     IF MEDIDA-ATRAVES > FOL-LARGURA (I-FOLHA) OR
009080        FOL-COMPRIMENTO-USADO (I-FOLHA) + MEDIDA-PROFUNDIDADE >
009090            FOL-COMPRIMENTO (I-FOLHA)
009100         GO TO 6320-ABRE-FAIXA-EXIT
009110     END-IF.
009120     ADD MEDIDA-PROFUNDIDADE TO FOL-COMPRIMENTO-USADO (I-FOLHA).
009130     MOVE MEDIDA-PROFUNDIDADE TO FOL-PRAT-PROFUNDIDADE (I-FOLHA).
009140     MOVE MEDIDA-ATRAVES TO FOL-PRAT-LARGURA-USADA (I-FOLHA).
009150     MOVE I-FOLHA TO I-FOLHA-ENCAIXE.
009160     SET PECA-ENCAIXADA TO TRUE.
009170 6320-ABRE-FAIXA-EXIT.
009180     EXIT.
009190*****************************************************************
009200*  ABRE UMA FOLHA NOVA NO PLANO PARA A UNIDADE QUE NAO COUBE NAS
009210*  ABERTAS: PRIMEIRO UM RETALHO DISPONIVEL DO MESMO MATERIAL EM
009220*  QUE A PECA CAIBA (AINDA NAO USADO NESTE PLANO), SENAO UMA
009230*  CHAPA NOVA DA FOLHA PADRAO. PECA MAIOR QUE A FOLHA PADRAO, OU
009240*  PLANO COM A TABELA DE FOLHAS CHEIA, FICA FORA DO PLANO E SAI
009250*  COMO OCORRENCIA.
009260*****************************************************************
009270 6400-ABRE-FOLHA.
009280     IF QTD-FOLHAS-PLANO NOT < MAXIMO-FOLHAS-PLANO
009290         ADD 1 TO PEC-QTDE-FORA (I-PECA)
009300         ADD 1 TO CONT-PECAS-FORA-FOLHA
009310         GO TO 6400-ABRE-FOLHA-EXIT
009320     END-IF.
009330     MOVE ZEROES TO I-RETALHO.
009340     PERFORM 6410-PROCURA-RETALHO
009350         THRU 6410-PROCURA-RETALHO-EXIT
009360         VARYING I-BUSCA-RETALHO FROM 1 BY 1
009370         UNTIL I-BUSCA-RETALHO > QTD-RETALHOS-TABELA
009380             OR I-RETALHO NOT = ZEROES.
009390     IF I-RETALHO NOT = ZEROES
009400         ADD 1 TO QTD-FOLHAS-PLANO
009410         MOVE "R" TO FOL-ORIGEM (QTD-FOLHAS-PLANO)
009420         MOVE I-RETALHO TO FOL-I-RETALHO (QTD-FOLHAS-PLANO)
009430         MOVE TAB-RET-LARGURA (I-RETALHO)
009440             TO FOL-LARGURA (QTD-FOLHAS-PLANO)
009450         MOVE TAB-RET-COMPRIMENTO (I-RETALHO)
009460             TO FOL-COMPRIMENTO (QTD-FOLHAS-PLANO)
009470         SET TAB-RET-NO-PLANO (I-RETALHO) TO TRUE
009480         ADD 1 TO RETALHOS-USADOS-GRUPO
009490         ADD 1 TO TOTAL-RETALHOS-PLANO
009500     ELSE
009510         IF PEC-LARGURA (I-PECA) > LARGURA-FOLHA-GRUPO OR
009520            PEC-COMPRIMENTO (I-PECA) > COMPRIMENTO-FOLHA-GRUPO
009530             ADD 1 TO PEC-QTDE-FORA (I-PECA)
009540             ADD 1 TO CONT-PECAS-FORA-FOLHA
009550             GO TO 6400-ABRE-FOLHA-EXIT
009560         END-IF
009570         ADD 1 TO QTD-FOLHAS-PLANO
009580         MOVE "N" TO FOL-ORIGEM (QTD-FOLHAS-PLANO)
009590         MOVE ZEROES TO FOL-I-RETALHO (QTD-FOLHAS-PLANO)
009600         MOVE LARGURA-FOLHA-GRUPO
009610             TO FOL-LARGURA (QTD-FOLHAS-PLANO)
009620         MOVE COMPRIMENTO-FOLHA-GRUPO
009630             TO FOL-COMPRIMENTO (QTD-FOLHAS-PLANO)
009640         ADD 1 TO FOLHAS-NOVAS-GRUPO
009650     END-IF.
009660     MOVE ZEROES TO FOL-COMPRIMENTO-USADO (QTD-FOLHAS-PLANO)
009670         FOL-PRAT-PROFUNDIDADE (QTD-FOLHAS-PLANO)
009680         FOL-PRAT-LARGURA-USADA (QTD-FOLHAS-PLANO)
009690         FOL-AREA-PECAS (QTD-FOLHAS-PLANO).
009700     MOVE QTD-FOLHAS-PLANO TO I-FOLHA.
009710     PERFORM 6300-TENTA-FOLHA
009720         THRU 6300-TENTA-FOLHA-EXIT.
009730 6400-ABRE-FOLHA-EXIT.
009740     EXIT.
009750 6410-PROCURA-RETALHO.
009760     IF TAB-RET-MATERIAL (I-BUSCA-RETALHO) =
009770            ACU-MATERIAL (I-ACUMULO-PLANO) AND
009780        TAB-RET-LIVRE (I-BUSCA-RETALHO) AND
009790        TAB-RET-LARGURA (I-BUSCA-RETALHO) >= PEC-LARGURA (I-PECA)
009800        AND TAB-RET-COMPRIMENTO (I-BUSCA-RETALHO) >=
009810            PEC-COMPRIMENTO (I-PECA)
009820         MOVE I-BUSCA-RETALHO TO I-RETALHO
009830     END-IF.
009840 6410-PROCURA-RETALHO-EXIT.
009850     EXIT.
009860*****************************************************************
009870*  REGISTRA A UNIDADE ENCAIXADA NA FOLHA I-FOLHA-ENCAIXE: AREA
009880*  OCUPADA NA FOLHA, UNIDADES EM RETALHO DA PECA E A LINHA DE
009890*  ALOCACAO FOLHA X PECA QUE O PLANO IMPRIME (UNIDADES SEGUIDAS
009900*  DA MESMA PECA NA MESMA FOLHA SOMAM NA MESMA LINHA).
009910*****************************************************************
009920 6500-REGISTRA-ALOCACAO.
009930     COMPUTE FOL-AREA-PECAS (I-FOLHA-ENCAIXE) ROUNDED =
009940         FOL-AREA-PECAS (I-FOLHA-ENCAIXE) +
009950         PEC-LARGURA (I-PECA) * PEC-COMPRIMENTO (I-PECA).
009960     IF FOL-ORIGEM (I-FOLHA-ENCAIXE) = "R"
009970         ADD 1 TO PEC-QTDE-RETALHO (I-PECA)
009980     END-IF.
009990     IF QTD-ALOCACOES > ZEROES
010000         IF ALO-FOLHA (QTD-ALOCACOES) = I-FOLHA-ENCAIXE AND
010010            ALO-PECA (QTD-ALOCACOES) = I-PECA
010020             ADD 1 TO ALO-QTDE (QTD-ALOCACOES)
010030             GO TO 6500-REGISTRA-ALOCACAO-EXIT
010040         END-IF
010050     END-IF.
010060     IF QTD-ALOCACOES < MAXIMO-ALOCACOES
010070         ADD 1 TO QTD-ALOCACOES
010080         MOVE I-FOLHA-ENCAIXE TO ALO-FOLHA (QTD-ALOCACOES)
010090         MOVE I-PECA TO ALO-PECA (QTD-ALOCACOES)
010100         MOVE 1 TO ALO-QTDE (QTD-ALOCACOES)
010110     END-IF.
010120 6500-REGISTRA-ALOCACAO-EXIT.
010130     EXIT.
010140*****************************************************************
010150*  APURA, PARA UMA PECA DO GRUPO, A AREA BRUTA E AS UNIDADES QUE
010160*  O PLANO POS EM RETALHO (PROPORCIONAL AS UNIDADES QUANDO SO
010170*  PARTE DELAS FOI PARA RETALHO) E IMPRIME A OCORRENCIA DAS
010180*  UNIDADES QUE FICARAM FORA DO PLANO.
010190*****************************************************************
010200 6600-APURA-PECA-GRUPO.
010210     IF PEC-LOTE (I-PECA) NOT = ACU-LOTE (I-ACUMULO-PLANO) OR
010220        PEC-MATERIAL (I-PECA) NOT = ACU-MATERIAL (I-ACUMULO-PLANO)
010230        OR NOT PEC-ATIVA (I-PECA)
010240         GO TO 6600-APURA-PECA-GRUPO-EXIT
010250     END-IF.
010260     IF PEC-QTDE-RETALHO (I-PECA) > ZEROES
010270         ADD PEC-QTDE-RETALHO (I-PECA) TO PECAS-RETALHO-GRUPO
010280         IF PEC-QTDE-RETALHO (I-PECA) = PEC-QUANTIDADE (I-PECA)
010290             MOVE PEC-AREA-BRUTA (I-PECA) TO AREA-RETALHO-PECA
010295             MOVE PEC-AREA-LIQUIDA (I-PECA)
010296                 TO AREA-LIQ-RETALHO-PECA
010300         ELSE
010305             COMPUTE AREA-RETALHO-PECA ROUNDED =
010310                 PEC-AREA-BRUTA (I-PECA) *
010315                 PEC-QTDE-RETALHO (I-PECA) /
010320                 PEC-QUANTIDADE (I-PECA)
010325             COMPUTE AREA-LIQ-RETALHO-PECA ROUNDED =
010330                 PEC-AREA-LIQUIDA (I-PECA) *
010335                 PEC-QTDE-RETALHO (I-PECA) /
010340                 PEC-QUANTIDADE (I-PECA)
010345         END-IF
010350         ADD AREA-RETALHO-PECA TO AREA-RETALHO-GRUPO
010355         ADD AREA-LIQ-RETALHO-PECA TO AREA-LIQ-RETALHO-GRUPO
010370     END-IF.
010380     IF PEC-QTDE-FORA (I-PECA) > ZEROES
010390         MOVE PEC-LOTE (I-PECA) TO EPL-LOTE
010400         MOVE PEC-SEQUENCIA (I-PECA) TO EPL-SEQUENCIA
010410         MOVE PEC-QTDE-FORA (I-PECA) TO EPL-QTDE
010420         MOVE "PECA NAO CABE NA FOLHA PADRAO - FORA DO PLANO"
010430             TO EPL-OCORRENCIA
010440         WRITE REG-PLANO-CORTE FROM LINHA-EXCECAO-PLANO
010450     END-IF.
010460 6600-APURA-PECA-GRUPO-EXIT.
010470     EXIT.
010480*****************************************************************
010490*  IMPRIME UMA FOLHA DO PLANO: TIPO (CHAPA NOVA OU RETALHO DO
010500*  RACK), DIMENSOES, APROVEITAMENTO (AREA DOS RETANGULOS SOBRE A
010510*  AREA DA FOLHA), SOBRA EM M2 E O RETALHO PREVISTO (A FAIXA NO
010520*  FIM DO COMPRIMENTO QUE NAO RECEBEU PECA, QUANDO PASSA DO
010530*  TAMANHO MINIMO), SEGUIDA DO LOTE/SEQUENCIA DE CADA PECA
010540*  ENCAIXADA NELA.
010550*****************************************************************
010560 6700-IMPRIME-FOLHA-PLANO.
010570     MOVE I-FOLHA TO FPL-NUMERO.
010580     IF FOL-ORIGEM (I-FOLHA) = "R"
010590         MOVE "RETALHO" TO FPL-TIPO
010600     ELSE
010610         MOVE "CHAPA NOVA" TO FPL-TIPO
010620     END-IF.
010630     MOVE FOL-LARGURA (I-FOLHA) TO FPL-LARGURA.
010640     MOVE FOL-COMPRIMENTO (I-FOLHA) TO FPL-COMPRIMENTO.
010650     COMPUTE AREA-FOLHA-PLANO ROUNDED =
010660         FOL-LARGURA (I-FOLHA) * FOL-COMPRIMENTO (I-FOLHA).
010670     IF AREA-FOLHA-PLANO > ZEROES
010680         COMPUTE PERC-APROVEITAMENTO ROUNDED =
010690             FOL-AREA-PECAS (I-FOLHA) * 100 / AREA-FOLHA-PLANO
010700     ELSE
010710         MOVE ZEROES TO PERC-APROVEITAMENTO
010720     END-IF.
010730     IF FOL-AREA-PECAS (I-FOLHA) < AREA-FOLHA-PLANO
010740         COMPUTE AREA-SOBRA-FOLHA =
010750             AREA-FOLHA-PLANO - FOL-AREA-PECAS (I-FOLHA)
010760     ELSE
010770         MOVE ZEROES TO AREA-SOBRA-FOLHA
010780     END-IF.
010790     MOVE PERC-APROVEITAMENTO TO FPL-PERC.
010800     MOVE AREA-SOBRA-FOLHA TO FPL-SOBRA.
010810     COMPUTE COMPRIMENTO-SOBRA-FOLHA =
010820         FOL-COMPRIMENTO (I-FOLHA) -
010830         FOL-COMPRIMENTO-USADO (I-FOLHA).
010840     IF COMPRIMENTO-SOBRA-FOLHA < MINIMO-RETALHO
010850         MOVE ZEROES TO FPL-RET-LARGURA FPL-RET-COMPRIMENTO
010860     ELSE
010870         MOVE FOL-LARGURA (I-FOLHA) TO FPL-RET-LARGURA
010880         MOVE COMPRIMENTO-SOBRA-FOLHA TO FPL-RET-COMPRIMENTO
010890     END-IF.
010900     WRITE REG-PLANO-CORTE FROM LINHA-FOLHA-PLANO.
010910     IF FOL-ORIGEM (I-FOLHA) = "R"
010920         MOVE FOL-I-RETALHO (I-FOLHA) TO I-RETALHO
010930         MOVE TAB-RET-JOB-LOTE (I-RETALHO) TO OPL-JOB-LOTE
010940         MOVE TAB-RET-DATA (I-RETALHO) TO OPL-DATA
010950         WRITE REG-PLANO-CORTE FROM LINHA-ORIGEM-RETALHO-PLANO
010960     END-IF.
010970     PERFORM 6710-IMPRIME-PECA-FOLHA
010980         THRU 6710-IMPRIME-PECA-FOLHA-EXIT
010990         VARYING I-ALOCACAO FROM 1 BY 1
011000         UNTIL I-ALOCACAO > QTD-ALOCACOES.
011010 6700-IMPRIME-FOLHA-PLANO-EXIT.
011020     EXIT.
011030 6710-IMPRIME-PECA-FOLHA.
011040     IF ALO-FOLHA (I-ALOCACAO) NOT = I-FOLHA
011050         GO TO 6710-IMPRIME-PECA-FOLHA-EXIT
011060     END-IF.
011070     MOVE ALO-PECA (I-ALOCACAO) TO I-PECA.
011080     MOVE PEC-LOTE (I-PECA) TO PPL-LOTE.
011090     MOVE PEC-SEQUENCIA (I-PECA) TO PPL-SEQUENCIA.
011100     MOVE ALO-QTDE (I-ALOCACAO) TO PPL-QTDE.
011110     MOVE PEC-LARGURA (I-PECA) TO PPL-LARGURA.
011120     MOVE PEC-COMPRIMENTO (I-PECA) TO PPL-COMPRIMENTO.
011130     WRITE REG-PLANO-CORTE FROM LINHA-PECA-PLANO.
011140 6710-IMPRIME-PECA-FOLHA-EXIT.
011150     EXIT.
011160*****************************************************************
011170*  GRAVA UMA LINHA DO PEDIDO DE COMPRA (ARQUIVO E RELATORIO) PARA
011180*  A ENTRADA I-ACUMULO DA TABELA: PROCURA O MATERIAL NO CADASTRO
011190*  E TOMA AS FOLHAS NOVAS DO PLANO DE CORTE, ABATE O QUE O
011193*  ESTOQUE DE CHAPAS TEM LIVRE E APURA O CUSTO DA COMPRA E O DAS
011196*  FOLHAS TIRADAS DO ESTOQUE.
011202*  QUANDO O PLANO DO GRUPO FICOU INCOMPLETO (PECA FORA DO PLANO
011208*  OU TABELA ESGOTADA) E ABAIXO DO MINIMO PELA AREA, VALE O
011214*  MINIMO, COM OCORRENCIA. MATERIAL FORA DO CADASTRO VIRA LINHA
011220*  DE EXCECAO.
011230*****************************************************************
011240 8000-GRAVA-LINHA-PEDIDO.
011250     IF ACU-ORIGEM (I-ACUMULO) NOT = ORIGEM-IMPRESSAO
011260         GO TO 8000-GRAVA-LINHA-PEDIDO-EXIT
011270     END-IF.
011280     IF ACU-AREA-BRUTA (I-ACUMULO) NOT > ZEROES
011290         MOVE ACU-LOTE (I-ACUMULO) TO EXC-PED-LOTE
011300         MOVE ACU-MATERIAL (I-ACUMULO) TO EXC-PED-MATERIAL
011310         IF ACU-TODO-RETALHO (I-ACUMULO)
011320             MOVE "ATENDIDO POR RETALHO - NADA A COMPRAR"
011330                 TO EXC-PED-OCORRENCIA
011340         ELSE
011350             ADD 1 TO CONT-LINHAS-ZERADAS
011360             MOVE "AREA ZERADA APOS ESTORNO - NADA A PEDIR"
011370                 TO EXC-PED-OCORRENCIA
011380         END-IF
011390         WRITE REG-RELATORIO-PEDIDO FROM LINHA-EXCECAO-PEDIDO
011400         GO TO 8000-GRAVA-LINHA-PEDIDO-EXIT
011410     END-IF.
011420     MOVE ZEROES TO I-MATERIAL.
011430     PERFORM 8050-PROCURA-MATERIAL
011440         THRU 8050-PROCURA-MATERIAL-EXIT
011450         VARYING I-BUSCA FROM 1 BY 1
011460         UNTIL I-BUSCA > QTD-MATERIAIS-TABELA.
011470     IF I-MATERIAL = ZEROES
011480         ADD 1 TO CONT-MATERIAL-ESTRANHO
011490         MOVE ACU-LOTE (I-ACUMULO) TO EXC-PED-LOTE
011500         MOVE ACU-MATERIAL (I-ACUMULO) TO EXC-PED-MATERIAL
011510         MOVE "MATERIAL NAO CADASTRADO - NAO PEDIDO"
011520             TO EXC-PED-OCORRENCIA
011530         WRITE REG-RELATORIO-PEDIDO FROM LINHA-EXCECAO-PEDIDO
011540         GO TO 8000-GRAVA-LINHA-PEDIDO-EXIT
011550     END-IF.
011560     COMPUTE AREA-FOLHA-PADRAO ROUNDED =
011570         TAB-MAT-LARGURA (I-MATERIAL) *
011580         TAB-MAT-COMPRIMENTO (I-MATERIAL).
011590     IF AREA-FOLHA-PADRAO = ZEROES
011600         ADD 1 TO CONT-MATERIAL-ESTRANHO
011610         MOVE ACU-LOTE (I-ACUMULO) TO EXC-PED-LOTE
011620         MOVE ACU-MATERIAL (I-ACUMULO) TO EXC-PED-MATERIAL
011630         MOVE "FOLHA PADRAO COM DIMENSAO ZERADA"
011640             TO EXC-PED-OCORRENCIA
011650         WRITE REG-RELATORIO-PEDIDO FROM LINHA-EXCECAO-PEDIDO
011660         GO TO 8000-GRAVA-LINHA-PEDIDO-EXIT
011670     END-IF.
011680     MOVE ZEROES TO FOLHAS-DO-ESTOQUE CUSTO-LINHA-ESTOQUE.
011685     IF ACU-ORIGEM (I-ACUMULO) = "R"
011690         MOVE ZEROES TO FOLHAS-INTEIRAS
011700         MOVE ZEROES TO CUSTO-LINHA-PEDIDO
011710     ELSE
011720         MOVE ACU-FOLHAS (I-ACUMULO) TO FOLHAS-INTEIRAS
011730         PERFORM 8060-CONFERE-MINIMO-AREA
011740             THRU 8060-CONFERE-MINIMO-AREA-EXIT
011743         PERFORM 8200-ABATE-ESTOQUE
011746             THRU 8200-ABATE-ESTOQUE-EXIT
011750         COMPUTE CUSTO-LINHA-PEDIDO ROUNDED =
011760             FOLHAS-INTEIRAS * AREA-FOLHA-PADRAO *
011770             TAB-MAT-CUSTO-M2 (I-MATERIAL)
011772         COMPUTE CUSTO-LINHA-ESTOQUE ROUNDED =
011774             FOLHAS-DO-ESTOQUE * AREA-FOLHA-PADRAO *
011776             TAB-MAT-CUSTO-M2 (I-MATERIAL)
011780         ADD FOLHAS-INTEIRAS TO TOTAL-FOLHAS-PEDIDO
011790         ADD CUSTO-LINHA-PEDIDO TO TOTAL-CUSTO-PEDIDO
011793         ADD FOLHAS-DO-ESTOQUE TO TOTAL-FOLHAS-ESTOQUE
011796         ADD CUSTO-LINHA-ESTOQUE TO TOTAL-CUSTO-ESTOQUE
011800     END-IF.
011810     MOVE ACU-LOTE (I-ACUMULO) TO ORD-JOB-LOTE.
011820     MOVE ACU-MATERIAL (I-ACUMULO) TO ORD-CODIGO-MATERIAL.
011830     MOVE ACU-AREA-BRUTA (I-ACUMULO) TO ORD-AREA-BRUTA.
011840     MOVE FOLHAS-INTEIRAS TO ORD-FOLHAS.
011850     MOVE CUSTO-LINHA-PEDIDO TO ORD-CUSTO-TOTAL.
011860     MOVE ID-GERACAO-PEDIDA TO ORD-ID-GERACAO.
011870     MOVE ACU-ORIGEM (I-ACUMULO) TO ORD-ORIGEM.
011873     MOVE FOLHAS-DO-ESTOQUE TO ORD-FOLHAS-ESTOQUE.
011876     MOVE CUSTO-LINHA-ESTOQUE TO ORD-CUSTO-ESTOQUE.
011880     WRITE REG-PEDIDO-COMPRA.
011890     IF FS-PEDIDO-COMPRA NOT = "00"
011900         DISPLAY "ERRO AO GRAVAR NO PEDIDO DE COMPRA - STATUS: "
011910             FS-PEDIDO-COMPRA
011920         MOVE 8 TO RETURN-CODE
011930     END-IF.
011940     MOVE ACU-LOTE (I-ACUMULO) TO DET-PED-LOTE.
011950     MOVE ACU-MATERIAL (I-ACUMULO) TO DET-PED-MATERIAL.
011960     MOVE TAB-MAT-DESCRICAO (I-MATERIAL) TO DET-PED-DESCRICAO.
011970     MOVE ACU-AREA-BRUTA (I-ACUMULO) TO DET-PED-AREA-BRUTA.
011980     MOVE FOLHAS-INTEIRAS TO DET-PED-FOLHAS.
011990     MOVE CUSTO-LINHA-PEDIDO TO DET-PED-CUSTO.
011995     MOVE FOLHAS-DO-ESTOQUE TO DET-PED-ESTOQUE.
012000     WRITE REG-RELATORIO-PEDIDO FROM LINHA-DETALHE-PEDIDO.
012010 8000-GRAVA-LINHA-PEDIDO-EXIT.
012020     EXIT.
012030 8050-PROCURA-MATERIAL.
012040     IF ACU-MATERIAL (I-ACUMULO) = TAB-MAT-CODIGO (I-BUSCA)
012050         MOVE I-BUSCA TO I-MATERIAL
012060     END-IF.
012070 8050-PROCURA-MATERIAL-EXIT.
012080     EXIT.
012090*****************************************************************
012095*  CONFERE AS FOLHAS DO PLANO CONTRA O MINIMO PELA AREA (AREA /
012100*  AREA DA FOLHA, ARREDONDADO PARA CIMA). COM O PLANO DO GRUPO
012105*  INCOMPLETO (PECA FORA DELE OU TABELA DE PECAS ESGOTADA) O
012110*  MINIMO E PELA AREA BRUTA, COM A PERDA, PORQUE O PLANO NAO
012115*  CONTA TODAS AS PECAS. COM O PLANO COMPLETO VALEM AS FOLHAS DO
012120*  PLANO E O MINIMO E SO PELA AREA LIQUIDA DAS PECAS, QUE NENHUM
012125*  ENCAIXE PODE FICAR ABAIXO. ABAIXO DO MINIMO O PEDIDO SAI PELO
012130*  MINIMO E A LINHA E APONTADA NO RELATORIO.
012135*****************************************************************
012140 8060-CONFERE-MINIMO-AREA.
012145     IF ACU-PLANO-INCOMPLETO (I-ACUMULO)
012150         MOVE ACU-AREA-BRUTA (I-ACUMULO) TO AREA-MINIMO-FOLHAS
012155     ELSE
012160         MOVE ACU-AREA-LIQUIDA (I-ACUMULO) TO AREA-MINIMO-FOLHAS
012165     END-IF.
012170     IF AREA-MINIMO-FOLHAS NOT > ZEROES
012175         GO TO 8060-CONFERE-MINIMO-AREA-EXIT
012180     END-IF.
012185     COMPUTE FOLHAS-PELA-AREA =
012190         AREA-MINIMO-FOLHAS / AREA-FOLHA-PADRAO.
012195     COMPUTE AREA-COBERTA-FOLHAS ROUNDED =
012200         FOLHAS-PELA-AREA * AREA-FOLHA-PADRAO.
012205     IF AREA-COBERTA-FOLHAS < AREA-MINIMO-FOLHAS
012210         ADD 1 TO FOLHAS-PELA-AREA
012215     END-IF.
012240     IF FOLHAS-INTEIRAS NOT < FOLHAS-PELA-AREA
012250         GO TO 8060-CONFERE-MINIMO-AREA-EXIT
012260     END-IF.
012270     MOVE FOLHAS-PELA-AREA TO FOLHAS-INTEIRAS.
012280     ADD 1 TO CONT-PLANOS-INCOMPLETOS.
012290     MOVE ACU-LOTE (I-ACUMULO) TO EXC-PED-LOTE.
012300     MOVE ACU-MATERIAL (I-ACUMULO) TO EXC-PED-MATERIAL.
012310     MOVE "PLANO INCOMPLETO - FOLHAS PELA AREA"
012320         TO EXC-PED-OCORRENCIA.
012330     WRITE REG-RELATORIO-PEDIDO FROM LINHA-EXCECAO-PEDIDO.
012340 8060-CONFERE-MINIMO-AREA-EXIT.
012350     EXIT.
012351*****************************************************************
012352*  ABATE DO ESTOQUE DE CHAPAS AS FOLHAS DA LINHA (FOLHAS-INTEIRAS)
012353*  QUE ESTAO LIVRES - EM MAOS MAIS EM PEDIDO MENOS O JA RESERVADO
012354*  PARA OS LOTES. A RESERVA INCLUI AS FOLHAS COMPRADAS PARA ELES,
012355*  AINDA EM PEDIDO; SEM O EM PEDIDO NA CONTA, A SOBRA DE UMA
012356*  ENTREGA A MAIOR FICARIA PRESA NO ALMOXARIFADO. AS FOLHAS
012357*  TIRADAS DO ESTOQUE VAO PARA FOLHAS-DO-ESTOQUE E FOLHAS-INTEIRAS
012358*  FICA SO COM A COMPRA. TODAS AS FOLHAS DA LINHA FICAM RESERVADAS
012359*  PARA O LOTE E AS COMPRADAS ENTRAM EM PEDIDO. MATERIAL NOVO NO
012360*  ESTOQUE ENTRA NA TABELA ZERADO.
012361*****************************************************************
012362 8200-ABATE-ESTOQUE.
012363     IF ESTOQUE-FORA-DE-USO OR FOLHAS-INTEIRAS = ZEROES
012364         GO TO 8200-ABATE-ESTOQUE-EXIT
012365     END-IF.
012366     MOVE ZEROES TO I-ESTOQUE.
012367     PERFORM 8210-PROCURA-ESTOQUE
012368         THRU 8210-PROCURA-ESTOQUE-EXIT
012369         VARYING I-BUSCA-ESTOQUE FROM 1 BY 1
012370         UNTIL I-BUSCA-ESTOQUE > QTD-ESTOQUE-TABELA
012371            OR I-ESTOQUE NOT = ZEROES.
012372     IF I-ESTOQUE = ZEROES
012373         IF QTD-ESTOQUE-TABELA NOT < MAXIMO-ESTOQUE-TABELA
012374             ADD 1 TO CONT-ESTOQUE-EXCEDENTE
012375             GO TO 8200-ABATE-ESTOQUE-EXIT
012376         END-IF
012377         ADD 1 TO QTD-ESTOQUE-TABELA
012378         MOVE QTD-ESTOQUE-TABELA TO I-ESTOQUE
012379         MOVE ACU-MATERIAL (I-ACUMULO)
012380             TO TAB-EST-MATERIAL (I-ESTOQUE)
012381         MOVE ZEROES TO TAB-EST-EM-MAOS (I-ESTOQUE)
012382             TAB-EST-EM-PEDIDO (I-ESTOQUE)
012383             TAB-EST-RESERVADO (I-ESTOQUE)
012384             TAB-EST-MINIMO (I-ESTOQUE)
012385             TAB-EST-DATA (I-ESTOQUE)
012386     END-IF.
012387     MOVE ZEROES TO FOLHAS-LIVRES-ESTOQUE.
012388     IF TAB-EST-EM-MAOS (I-ESTOQUE) +
012389        TAB-EST-EM-PEDIDO (I-ESTOQUE) >
012390        TAB-EST-RESERVADO (I-ESTOQUE)
012391         COMPUTE FOLHAS-LIVRES-ESTOQUE =
012392             TAB-EST-EM-MAOS (I-ESTOQUE) +
012393             TAB-EST-EM-PEDIDO (I-ESTOQUE) -
012394             TAB-EST-RESERVADO (I-ESTOQUE)
012395     END-IF.
012396     IF FOLHAS-LIVRES-ESTOQUE < FOLHAS-INTEIRAS
012397         MOVE FOLHAS-LIVRES-ESTOQUE TO FOLHAS-DO-ESTOQUE
012398     ELSE
012399         MOVE FOLHAS-INTEIRAS TO FOLHAS-DO-ESTOQUE
012400     END-IF.
012401     ADD FOLHAS-INTEIRAS TO TAB-EST-RESERVADO (I-ESTOQUE).
012402     SUBTRACT FOLHAS-DO-ESTOQUE FROM FOLHAS-INTEIRAS.
012403     ADD FOLHAS-INTEIRAS TO TAB-EST-EM-PEDIDO (I-ESTOQUE).
012404     MOVE ID-GERACAO-PEDIDA TO PARTES-GERACAO-PEDIDA.
012405     IF PGP-DATA IS NUMERIC
012406         MOVE PGP-DATA TO TAB-EST-DATA (I-ESTOQUE)
012407     END-IF.
012408 8200-ABATE-ESTOQUE-EXIT.
012409     EXIT.
012410 8210-PROCURA-ESTOQUE.
012411     IF TAB-EST-MATERIAL (I-BUSCA-ESTOQUE) =
012412        ACU-MATERIAL (I-ACUMULO)
012413         MOVE I-BUSCA-ESTOQUE TO I-ESTOQUE
012414     END-IF.
012415 8210-PROCURA-ESTOQUE-EXIT.
012416     EXIT.
012417*****************************************************************
012418*  IMPRIME UMA LINHA DE TOTAL, COM O TITULO JA POSTO EM
012419*  TOT-PED-TITULO E O VALOR EM TOT-PED-VALOR.
012420*****************************************************************
012421 8100-IMPRIME-TOTAL-PEDIDO.
012422     WRITE REG-RELATORIO-PEDIDO FROM LINHA-TOTAL-PEDIDO.
012423 8100-IMPRIME-TOTAL-PEDIDO-EXIT.
012430     EXIT.
012440*****************************************************************
012450*  FINALIZACAO - GRAVA AS LINHAS DO PEDIDO A PARTIR DA TABELA DE
012460*  ACUMULOS, OS TOTAIS E AS OCORRENCIAS, E FECHA OS ARQUIVOS.
012470*  CODIGO DE RETORNO 4 QUANDO HOUVE REGISTRO SEM MATERIAL,
012480*  MATERIAL FORA DO CADASTRO, TABELA ESGOTADA OU PECA FORA DO
012490*  PLANO DE CORTE.
012500*****************************************************************
012510 9000-FINALIZA.
012520     MOVE "PEDIR - COMPRA DE CHAPA NOVA" TO SEC-PED-TITULO.
012530     WRITE REG-RELATORIO-PEDIDO FROM LINHA-SECAO-PEDIDO.
012540     MOVE "N" TO ORIGEM-IMPRESSAO.
012550     PERFORM 8000-GRAVA-LINHA-PEDIDO
012560         THRU 8000-GRAVA-LINHA-PEDIDO-EXIT
012570         VARYING I-ACUMULO FROM 1 BY 1
012580         UNTIL I-ACUMULO > QTD-ACUMULOS-TABELA.
012590     IF CONT-ACUMULOS-RETALHO > ZEROES
012600         MOVE SPACES TO REG-RELATORIO-PEDIDO
012610         WRITE REG-RELATORIO-PEDIDO
012620         MOVE "SEPARAR - RETALHO DISPONIVEL NO RACK (SHPREM)"
012630             TO SEC-PED-TITULO
012640         WRITE REG-RELATORIO-PEDIDO FROM LINHA-SECAO-PEDIDO
012650         MOVE "R" TO ORIGEM-IMPRESSAO
012660         PERFORM 8000-GRAVA-LINHA-PEDIDO
012670             THRU 8000-GRAVA-LINHA-PEDIDO-EXIT
012680             VARYING I-ACUMULO FROM 1 BY 1
012690             UNTIL I-ACUMULO > QTD-ACUMULOS-TABELA
012700     END-IF.
012710     MOVE SPACES TO REG-RELATORIO-PEDIDO.
012720     WRITE REG-RELATORIO-PEDIDO.
012730     MOVE "TOTAL DE FOLHAS A COMPRAR:" TO TOT-PED-TITULO.
012740     MOVE TOTAL-FOLHAS-PEDIDO TO TOT-PED-VALOR.
012750     PERFORM 8100-IMPRIME-TOTAL-PEDIDO
012760         THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT.
012770     MOVE "CUSTO TOTAL DO PEDIDO (R$):" TO TOT-PED-TITULO.
012780     MOVE TOTAL-CUSTO-PEDIDO TO TOT-PED-VALOR.
012790     PERFORM 8100-IMPRIME-TOTAL-PEDIDO
012800         THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT.
012810     IF TOTAL-RETALHOS-PLANO > ZEROES
012820         MOVE "RETALHOS DO RACK NO PLANO:" TO TOT-PED-TITULO
012830         MOVE TOTAL-RETALHOS-PLANO TO TOT-PED-VALOR
012840         PERFORM 8100-IMPRIME-TOTAL-PEDIDO
012850             THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT
012860     END-IF.
012861     IF TOTAL-FOLHAS-ESTOQUE > ZEROES
012862         MOVE "FOLHAS TIRADAS DO ESTOQUE:" TO TOT-PED-TITULO
012863         MOVE TOTAL-FOLHAS-ESTOQUE TO TOT-PED-VALOR
012864         PERFORM 8100-IMPRIME-TOTAL-PEDIDO
012865             THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT
012866         MOVE "CUSTO DAS FOLHAS DO ESTOQUE (R$):"
012867             TO TOT-PED-TITULO
012868         MOVE TOTAL-CUSTO-ESTOQUE TO TOT-PED-VALOR
012869         PERFORM 8100-IMPRIME-TOTAL-PEDIDO
012870             THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT
012871     END-IF.
012872     IF CONT-ESTOQUE-EXCEDENTE > ZEROES
012873         MOVE "LINHAS FORA DA TABELA DE ESTOQUE:"
012874             TO TOT-PED-TITULO
012875         MOVE CONT-ESTOQUE-EXCEDENTE TO TOT-PED-VALOR
012876         PERFORM 8100-IMPRIME-TOTAL-PEDIDO
012877             THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT
012878     END-IF.
012879     IF CONT-SEM-MATERIAL > ZEROES
012880         MOVE "REGISTROS SEM CODIGO DE MATERIAL:"
012890             TO TOT-PED-TITULO
012900         MOVE CONT-SEM-MATERIAL TO TOT-PED-VALOR
012910         PERFORM 8100-IMPRIME-TOTAL-PEDIDO
012920             THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT
012930     END-IF.
012940     IF CONT-ESTORNOS-ABATIDOS > ZEROES
012950         MOVE "ESTORNOS ABATIDOS DO PEDIDO:" TO TOT-PED-TITULO
012960         MOVE CONT-ESTORNOS-ABATIDOS TO TOT-PED-VALOR
012970         PERFORM 8100-IMPRIME-TOTAL-PEDIDO
012980             THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT
012990     END-IF.
013000     IF ACUMULOS-EXCEDENTES > ZEROES
013010         MOVE "REGISTROS ALEM DA TABELA DE LOTES:"
013020             TO TOT-PED-TITULO
013030         MOVE ACUMULOS-EXCEDENTES TO TOT-PED-VALOR
013040         PERFORM 8100-IMPRIME-TOTAL-PEDIDO
013050             THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT
013060     END-IF.
013070     IF PECAS-EXCEDENTES > ZEROES
013080         MOVE "REGISTROS ALEM DA TABELA DE PECAS:"
013090             TO TOT-PED-TITULO
013100         MOVE PECAS-EXCEDENTES TO TOT-PED-VALOR
013110         PERFORM 8100-IMPRIME-TOTAL-PEDIDO
013120             THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT
013130     END-IF.
013140     IF CONT-PECAS-FORA-FOLHA > ZEROES
013150         MOVE "PECAS FORA DO PLANO DE CORTE:" TO TOT-PED-TITULO
013160         MOVE CONT-PECAS-FORA-FOLHA TO TOT-PED-VALOR
013170         PERFORM 8100-IMPRIME-TOTAL-PEDIDO
013180             THRU 8100-IMPRIME-TOTAL-PEDIDO-EXIT
013190     END-IF.
013200     DISPLAY "PEDIDO DE COMPRA GERADO - GERACAO: "
013210         ID-GERACAO-PEDIDA
013220         " LINHAS: " QTD-ACUMULOS-TABELA
013230         " FOLHAS: " TOTAL-FOLHAS-PEDIDO
013240         " RETALHOS: " TOTAL-RETALHOS-PLANO
013241         " DO ESTOQUE: " TOTAL-FOLHAS-ESTOQUE.
013242     IF ESTOQUE-EM-USO
013243         PERFORM 9200-REGRAVA-ESTOQUE
013244             THRU 9200-REGRAVA-ESTOQUE-EXIT
013245     END-IF.
013250     IF FS-INTERFACE-PEDIDO = "00" OR FS-INTERFACE-PEDIDO = "10"
013260         CLOSE ARQ-INTERFACE-PEDIDO
013270     END-IF.
013280     CLOSE ARQ-PEDIDO-COMPRA.
013290     CLOSE ARQ-RELATORIO-PEDIDO.
013300     CLOSE ARQ-PLANO-CORTE.
013308     IF RETURN-CODE < 4 AND
013316       (CONT-SEM-MATERIAL > ZEROES OR
013324        CONT-MATERIAL-ESTRANHO > ZEROES OR
013332        ACUMULOS-EXCEDENTES > ZEROES OR
013340        PECAS-EXCEDENTES > ZEROES OR
013348        CONT-PECAS-FORA-FOLHA > ZEROES OR
013356        CONT-ESTOQUE-EXCEDENTE > ZEROES OR
013364        CONT-PLANOS-INCOMPLETOS > ZEROES)
013372         MOVE 4 TO RETURN-CODE
013380     END-IF.
013390 9000-FINALIZA-EXIT.
013400     EXIT.
013401*****************************************************************
013402*  REGRAVA O ESTOQUE DE CHAPAS COM AS RESERVAS E O EM PEDIDO
013403*  DESTA GERACAO (COMO A REGRAVACAO DO INVENTARIO NO AREAST).
013404*****************************************************************
013405 9200-REGRAVA-ESTOQUE.
013406     OPEN OUTPUT ARQ-ESTOQUE.
013407     IF FS-ESTOQUE NOT = "00"
013408         DISPLAY "ERRO - ESTOQUE DE CHAPAS (ESTMSTR) NAO "
013409             "REGRAVADO "
013410             "- STATUS: " FS-ESTOQUE
013411         MOVE 8 TO RETURN-CODE
013412         GO TO 9200-REGRAVA-ESTOQUE-EXIT
013413     END-IF.
013414     PERFORM 9210-GRAVA-ESTOQUE
013415         THRU 9210-GRAVA-ESTOQUE-EXIT
013416         VARYING I-ESTOQUE FROM 1 BY 1
013417         UNTIL I-ESTOQUE > QTD-ESTOQUE-TABELA.
013418     CLOSE ARQ-ESTOQUE.
013419 9200-REGRAVA-ESTOQUE-EXIT.
013420     EXIT.
013421 9210-GRAVA-ESTOQUE.
013422     MOVE TAB-EST-MATERIAL (I-ESTOQUE) TO EST-CODIGO-MATERIAL.
013423     MOVE TAB-EST-EM-MAOS (I-ESTOQUE) TO EST-EM-MAOS.
013424     MOVE TAB-EST-EM-PEDIDO (I-ESTOQUE) TO EST-EM-PEDIDO.
013425     MOVE TAB-EST-RESERVADO (I-ESTOQUE) TO EST-RESERVADO.
013426     MOVE TAB-EST-MINIMO (I-ESTOQUE) TO EST-MINIMO.
013427     MOVE TAB-EST-DATA (I-ESTOQUE) TO EST-DATA-MOVIMENTO.
013428     WRITE REG-ESTOQUE.
013429     IF FS-ESTOQUE NOT = "00"
013430         DISPLAY "ERRO AO REGRAVAR O ESTOQUE DE CHAPAS (ESTMSTR) "
013431             "- STATUS: " FS-ESTOQUE
013433         MOVE 8 TO RETURN-CODE
013434     END-IF.
013435 9210-GRAVA-ESTOQUE-EXIT.
013436     EXIT.
013437 9999-FIM-PROGRAMA.
013438     STOP RUN.
