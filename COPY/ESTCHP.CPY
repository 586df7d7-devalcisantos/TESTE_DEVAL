000010*****************************************************************
000020*  ESTCHP.CPY
000030*-----------------------------------------------------------------
000040*  LAYOUT DO REGISTRO DO ESTOQUE DE CHAPAS INTEIRAS (ESTMSTR), UM
000050*  POR MATERIAL, EM FOLHAS DA CHAPA PADRAO DO MATMSTR: EM MAOS
000060*  (NO ALMOXARIFADO), EM PEDIDO (COMPRADAS E AINDA NAO
000070*  RECEBIDAS), RESERVADAS PARA LOTES (PLANOS DE CORTE JA PEDIDOS
000080*  E AINDA NAO REQUISITADOS), O ESTOQUE MINIMO E A DATA DO ULTIMO
000090*  MOVIMENTO. O LIVRE E EM MAOS MAIS EM PEDIDO MENOS RESERVADO,
000100*  POIS A RESERVA TAMBEM ALCANCA CHAPA COMPRADA AINDA NAO
000110*  RECEBIDA. MANTIDO PELO PEDIDO DE COMPRA (AREASP: RESERVA E EM
000120*  PEDIDO) E PELO RECEBIMENTO/REQUISICAO DO ALMOXARIFADO (AREASI:
000130*  EM MAOS); LIDO PELO RELATORIO DE ESTOQUE (AREASY).
000140*-----------------------------------------------------------------
000150*  DATA        AUTOR   DESCRICAO
000160*  15/10/2026  EJS     COPYBOOK ORIGINAL.
000170*****************************************************************
000180     05  EST-CODIGO-MATERIAL     PIC X(05).
000190     05  EST-EM-MAOS             PIC 9(07).
000200     05  EST-EM-PEDIDO           PIC 9(07).
000210     05  EST-RESERVADO           PIC 9(07).
000220     05  EST-MINIMO              PIC 9(07).
000230     05  EST-DATA-MOVIMENTO      PIC 9(08).
