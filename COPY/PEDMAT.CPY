000430*                      DISPONIVEL NO INVENTARIO SHPREM). O AREASP
000440*                      SEPARA AS SECOES DO PEDIDO POR ESTA MARCA;
000450*                      REGISTROS ANTIGOS, EM BRANCO, VALEM COMPRA.
000451*  15/10/2026  EJS     INCLUIDO O RETANGULO ENVOLVENTE DA PECA EM
000452*                      METROS (LARGURA E A MENOR DIMENSAO), PARA O
000453*                      AREASP MONTAR O PLANO DE CORTE ENCAIXANDO
000454*                      AS PECAS NAS FOLHAS E RETALHOS. REGISTROS
000455*                      ANTIGOS, EM BRANCO, SAO ENCAIXADOS PELA
000456*                      AREA, COMO FAIXA NA LARGURA DA FOLHA.
000460*****************************************************************
000470     05  PED-JOB-LOTE            PIC X(10).
000480     05  PED-FORMA               PIC X(12).
000610     05  PED-ORIGEM-SUGERIDA     PIC X(01).
000620         88  PED-ORIGEM-RETALHO     VALUE "R".
000630         88  PED-ORIGEM-COMPRA      VALUE "N".
000640     05  PED-LARGURA-ENVOLVENTE  PIC 9(4)V99.
000650     05  PED-COMPRIMENTO-ENVOLVENTE PIC 9(4)V99.
