000010*****************************************************************
000020*  FATREG.CPY
000030*-----------------------------------------------------------------
000040*  LAYOUT FIXO DO REGISTRO DA INTERFACE DE FATURAMENTO (SHPFAT)
000050*  QUE O SISTEMA DE CONTAS A RECEBER RECOLHE. UM REGISTRO F
000060*  (FATURA) POR LOTE ENCERRADO, COM CLIENTE DO CADASTRO DE LOTES,
000070*  PESO E AREA FATURAVEIS E VALOR; UM LOTE SO E FATURADO UMA VEZ.
000080*  REFATURAMENTO DEPOIS DE ESTORNO (AREASR) GERA REGISTRO A
000090*  (AJUSTE) SO COM AS DIFERENCAS, COM SINAL (VALOR NEGATIVO E
000100*  CREDITO AO CLIENTE), APONTANDO A FATURA ORIGINAL. ORIGEM DO
000110*  PRECO: C-COTACAO LIBERADA, A-PRECO ACORDADO INFORMADO,
000120*  M-CUSTO APURADO MAIS MARGEM. GRAVADO PELO CUSTEIO AREASF.
000130*-----------------------------------------------------------------
000140*  DATA        AUTOR   DESCRICAO
000150*  15/10/2026  EJS     COPYBOOK ORIGINAL.
000160*****************************************************************
000170     05  FAT-TIPO-REGISTRO       PIC X(01).
000180         88  FAT-FATURA             VALUE "F".
000190         88  FAT-AJUSTE             VALUE "A".
000200     05  FAT-NUMERO              PIC 9(06).
000210     05  FAT-NUMERO-ORIGEM       PIC 9(06).
000220     05  FAT-DATA                PIC 9(08).
000230     05  FAT-JOB-LOTE            PIC X(10).
000240     05  FAT-CLIENTE             PIC X(30).
000250     05  FAT-DESENHO             PIC X(15).
000260     05  FAT-PESO                PIC S9(08)V99
000270                                 SIGN IS LEADING SEPARATE.
000280     05  FAT-AREA                PIC S9(10)V99
000290                                 SIGN IS LEADING SEPARATE.
000300     05  FAT-VALOR               PIC S9(10)V99
000310                                 SIGN IS LEADING SEPARATE.
000320     05  FAT-ORIGEM-PRECO        PIC X(01).
000330         88  FAT-PRECO-COTACAO      VALUE "C".
000340         88  FAT-PRECO-ACORDADO     VALUE "A".
000350         88  FAT-PRECO-MARGEM       VALUE "M".
