000010*****************************************************************
000020*  MOVALM.CPY
000030*-----------------------------------------------------------------
000040*  LAYOUT DO REGISTRO DO MOVIMENTO DO ALMOXARIFADO DE CHAPAS
000050*  (SHPALM), UM POR LANCAMENTO: R-RECEBIMENTO DE UMA ENTREGA
000060*  CONTRA A LINHA DO PEDIDO SHPORD (GERACAO, LOTE E MATERIAL),
000070*  COM A CORRIDA/LOTE DA USINA, A QUANTIDADE PEDIDA NA LINHA, O
000080*  ACUMULADO RECEBIDO E A SITUACAO DA ENTREGA (C-CURTA,
000090*  T-TOTAL, E-EXCEDENTE); S-REQUISICAO DE FOLHAS PARA O CORTE DE
000100*  UM LOTE (SEM GERACAO NEM CORRIDA). GRAVADO PELO AREASI E LIDO
000110*  POR ELE E PELO RELATORIO DE ESTOQUE (AREASY) PARA APURAR O
000120*  QUE JA FOI RECEBIDO DE CADA LINHA DO PEDIDO.
000130*-----------------------------------------------------------------
000140*  DATA        AUTOR   DESCRICAO
000150*  15/10/2026  EJS     COPYBOOK ORIGINAL.
000160*****************************************************************
000170     05  ALM-TIPO-MOVIMENTO      PIC X(01).
000180         88  ALM-RECEBIMENTO        VALUE "R".
000190         88  ALM-REQUISICAO         VALUE "S".
000200     05  ALM-DATA-MOVIMENTO      PIC 9(08).
000210     05  ALM-ID-GERACAO          PIC X(14).
000220     05  ALM-JOB-LOTE            PIC X(10).
000230     05  ALM-CODIGO-MATERIAL     PIC X(05).
000240     05  ALM-QUANTIDADE          PIC 9(05).
000250     05  ALM-CORRIDA             PIC X(15).
000260     05  ALM-QTDE-PEDIDA         PIC 9(05).
000270     05  ALM-QTDE-ACUMULADA      PIC 9(05).
000280     05  ALM-SITUACAO            PIC X(01).
000290         88  ALM-ENTREGA-CURTA      VALUE "C".
000300         88  ALM-ENTREGA-TOTAL      VALUE "T".
000310         88  ALM-ENTREGA-EXCEDENTE  VALUE "E".
000320     05  ALM-OPERADOR            PIC X(08).
