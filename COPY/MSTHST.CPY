000440*                      ABATIDAS DA PECA. AREA E PERIMETRO DO
000450*                      REGISTRO JA SAO OS LIQUIDOS (AREA MENOS
000460*                      FUROS, CORTE MAIS FUROS).
000462*  15/10/2026  EJS     INCLUIDO MST-CODIGO-PECA: PECA PADRAO DO
000464*                      CATALOGO (PECMSTR) QUE ORIGINOU A LINHA,
000466*                      EM BRANCO NA LINHA DIGITADA POR MEDIDAS,
000468*                      PARA O RELATORIO DE CONSUMO POR PECA.
000469*  15/10/2026  EJS     INCLUIDOS OS DADOS DO RECORTE (AREASU):
000470*                      TIPO DA LINHA (R-RECORTE, EM BRANCO A LINHA
000471*                      NORMAL), SEQUENCIA DA LINHA ORIGINAL DO
000472*                      MESMO LOTE QUE O RECORTE REPOE, MOTIVO
000473*                      (D-DIMENSAO ERRADA, T-FALHA DA TOCHA,
000474*                      M-DEFEITO DO MATERIAL, A-AVARIA NO
000475*                      MANUSEIO) E OPERADOR RESPONSAVEL, PARA O
000476*                      RELATORIO DE REFUGO (AREASW).
000477*****************************************************************
000480     05  MST-CHAVE.
000490         10  MST-JOB-LOTE        PIC X(10).
000500         10  MST-SEQUENCIA       PIC 9(04).
000640     05  MST-CODIGO-MATERIAL     PIC X(05).
000650     05  MST-PESO-UNITARIO       PIC 9(6)V99.
000660     05  MST-QTDE-DEDUCOES       PIC 9(02).
000670     05  MST-CODIGO-PECA         PIC X(10).
000680     05  MST-RECORTE.
000690         10  MST-TIPO-LINHA      PIC X(01).
000700             88  MST-LINHA-RECORTE      VALUE "R".
000710         10  MST-SEQUENCIA-ORIGEM PIC 9(04).
000720         10  MST-MOTIVO-RECORTE  PIC X(01).
000730             88  MST-MOTIVO-DIMENSAO    VALUE "D".
000740             88  MST-MOTIVO-TOCHA       VALUE "T".
000750             88  MST-MOTIVO-MATERIAL    VALUE "M".
000760             88  MST-MOTIVO-MANUSEIO    VALUE "A".
000770             88  MST-MOTIVO-VALIDO      VALUE "D" "T" "M" "A".
000780         10  MST-OPERADOR-RECORTE PIC X(08).
