000320*                      DE CORTE (O MACARICO TAMBEM CORTA O
000330*                      FURO). A QUANTIDADE DA LINHA DE DEDUCAO E
000340*                      O NUMERO DE FUROS IGUAIS POR PECA.
000341*  15/10/2026  EJS     INCLUIDO ENT-CODIGO-PECA (PECA PADRAO DO
000342*                      CATALOGO PECMSTR) E O TIPO DE LINHA P:
000343*                      A LINHA P TRAZ SO LOTE, QUANTIDADE,
000344*                      CODIGO DA PECA E, SE QUISER, O MATERIAL;
000345*                      A CRITICA (AREASE) EXPANDE A LINHA EM
000346*                      PECA E DEDUCOES PELO CATALOGO. NA LINHA
000347*                      EXPANDIDA O CODIGO DA PECA SEGUE ATE O
000348*                      MESTRE DE HISTORICO.
000350*****************************************************************
000360     05  ENT-CODIGO-FORMA        PIC X(01).
000370         88  ENT-FORMA-TRIANGULO    VALUE "1".
000500     05  ENT-CODIGO-MATERIAL     PIC X(05).
000510     05  ENT-TIPO-LINHA          PIC X(01).
000520         88  ENT-LINHA-DEDUCAO      VALUE "D".
000530         88  ENT-LINHA-PECA-CATALOGO VALUE "P".
000540     05  ENT-CODIGO-PECA         PIC X(10).
