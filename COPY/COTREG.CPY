000010*****************************************************************
000020*  COTREG.CPY
000030*-----------------------------------------------------------------
000040*  LAYOUT DO REGISTRO DO ARQUIVO DE COTACOES (SHPCOT), INDEXADO
000050*  POR NUMERO DA COTACAO E LINHA. A LINHA 0000 E O CABECALHO DA
000060*  COTACAO (CLIENTE, DESENHO, VALIDADE, PARAMETROS DE PRECO,
000070*  TOTAIS E SITUACAO); AS LINHAS 0001 EM DIANTE GUARDAM, NA
000080*  ORDEM DA LISTA DE CORTE, O REGISTRO DE ENTRADA ORIGINAL
000090*  (LAYOUT ENTFRM, INCLUSIVE AS LINHAS D DE DEDUCAO) COM OS
000100*  VALORES APURADOS DA PECA, PARA A COTACAO ACEITA SER LIBERADA
000110*  COMO LOTE E LISTA DE CORTE SEM REDIGITACAO. LINHA DE DEDUCAO
000120*  FICA COM OS VALORES ZERADOS - O EFEITO DELA JA ESTA NA PECA.
000130*-----------------------------------------------------------------
000140*  DATA        AUTOR   DESCRICAO
000150*  15/10/2026  EJS     COPYBOOK ORIGINAL, PARA O PROGRAMA DE
000160*                      COTACAO AREASQ.
000162*  15/10/2026  EJS     REGISTRO DE ENTRADA DA LINHA AMPLIADO
000164*                      PARA 49 POSICOES (CODIGO DA PECA DO
000166*                      CATALOGO NO LAYOUT ENTFRM).
000170*****************************************************************
000180     05  COT-CHAVE.
000190         10  COT-NUMERO          PIC 9(06).
000200         10  COT-LINHA           PIC 9(04).
000210     05  COT-TIPO-REGISTRO       PIC X(01).
000220         88  COT-REG-CABECALHO      VALUE "C".
000230         88  COT-REG-LINHA          VALUE "L".
000240     05  COT-DADOS               PIC X(150).
000250     05  COT-DADOS-CABECALHO REDEFINES COT-DADOS.
000260         10  COT-DATA-EMISSAO    PIC 9(08).
000270         10  COT-DATA-VALIDADE   PIC 9(08).
000280         10  COT-CLIENTE         PIC X(30).
000290         10  COT-DESENHO         PIC X(15).
000300         10  COT-SITUACAO        PIC X(01).
000310             88  COT-EM-ABERTO          VALUE "A".
000320             88  COT-LIBERADA           VALUE "L".
000330         10  COT-LOTE-LIBERADO   PIC X(10).
000340         10  COT-DATA-LIBERACAO  PIC 9(08).
000350         10  COT-PERC-PERDA      PIC 9(2)V99.
000360         10  COT-PERC-MARGEM     PIC 9(2)V99.
000370         10  COT-CUSTO-CORTE-M   PIC 9(4)V99.
000380         10  COT-CUSTO-MATERIAL  PIC 9(10)V99.
000390         10  COT-CUSTO-CORTE     PIC 9(10)V99.
000400         10  COT-VALOR-TOTAL     PIC 9(10)V99.
000410         10  COT-PESO-TOTAL      PIC 9(08)V99.
000420         10  FILLER              PIC X(10).
000430     05  COT-DADOS-LINHA REDEFINES COT-DADOS.
000440         10  COT-LIN-ENTRADA     PIC X(49).
000450         10  COT-LIN-FORMA       PIC X(12).
000460         10  COT-LIN-AREA-LIQUIDA PIC 9(10)V99.
000470         10  COT-LIN-AREA-BRUTA  PIC 9(10)V99.
000480         10  COT-LIN-PERIMETRO   PIC 9(10)V99.
000490         10  COT-LIN-PESO        PIC 9(08)V99.
000500         10  COT-LIN-CUSTO-MATERIAL PIC 9(10)V99.
000510         10  COT-LIN-CUSTO-CORTE PIC 9(10)V99.
000520         10  FILLER              PIC X(19).
