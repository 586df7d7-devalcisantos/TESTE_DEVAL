000010*****************************************************************
000020*  ORDCMP.CPY
000030*-----------------------------------------------------------------
000040*  LAYOUT DA LINHA DO PEDIDO DE COMPRA DE MATERIAL (SHPORD): UMA
000050*  LINHA POR LOTE/MATERIAL/ORIGEM DE CADA GERACAO DO PEDIDO, COM
000060*  A AREA BRUTA, AS FOLHAS A COMPRAR E O SEU CUSTO, O ID DA
000070*  GERACAO (DATA E HORA DO CALCULO) E A ORIGEM (N-CHAPA NOVA /
000080*  R-RETALHO DO RACK). AS FOLHAS DO PLANO QUE SAEM DO ESTOQUE DE
000090*  CHAPAS (ESTMSTR) FICAM EM ORD-FOLHAS-ESTOQUE, COM O SEU CUSTO,
000100*  FORA DA COMPRA. GRAVADO PELO PEDIDO DE COMPRA (AREASP) E LIDO
000110*  PELO CUSTO DO LOTE (AREASF), PELO RECEBIMENTO (AREASI) E PELO
000120*  RELATORIO DE ESTOQUE (AREASY).
000130*-----------------------------------------------------------------
000140*  DATA        AUTOR   DESCRICAO
000150*  15/10/2026  EJS     COPYBOOK ORIGINAL, COM O LAYOUT QUE ESTAVA
000160*                      NO AREASP E NO AREASF, MAIS AS FOLHAS E O
000170*                      CUSTO TIRADOS DO ESTOQUE.
000180*****************************************************************
000190     05  ORD-JOB-LOTE            PIC X(10).
000200     05  ORD-CODIGO-MATERIAL     PIC X(05).
000210     05  ORD-AREA-BRUTA          PIC 9(10)V99.
000220     05  ORD-FOLHAS              PIC 9(05).
000230     05  ORD-CUSTO-TOTAL         PIC 9(10)V99.
000240     05  ORD-ID-GERACAO          PIC X(14).
000250     05  ORD-ID-GERACAO-R REDEFINES ORD-ID-GERACAO.
000260         10  ORD-DATA-GERACAO    PIC 9(08).
000270         10  ORD-HORA-GERACAO    PIC 9(06).
000280     05  ORD-ORIGEM              PIC X(01).
000290         88  ORD-CHAPA-NOVA         VALUE "N".
000300         88  ORD-RETALHO            VALUE "R".
000310     05  ORD-FOLHAS-ESTOQUE      PIC 9(05).
000320     05  ORD-CUSTO-ESTOQUE       PIC 9(10)V99.
