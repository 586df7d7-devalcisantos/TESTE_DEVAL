000010*****************************************************************
000020*  PECCAT.CPY
000030*-----------------------------------------------------------------
000040*  LAYOUT DO REGISTRO DO CATALOGO DE PECAS PADRAO (PECMSTR),
000050*  MANTIDO EM ORDEM DE CODIGO DA PECA PELO PROGRAMA AREASK. CADA
000060*  PECA GUARDA A FORMA, A UNIDADE DE MEDIDA E AS DIMENSOES NO
000070*  MESMO FORMATO DA LISTA DE CORTE (ENTFRM), O MATERIAL E ATE
000080*  DEZ LINHAS DE DEDUCAO (FUROS/RECORTES) POR PECA. A LISTA DE
000090*  CORTE PODE TRAZER SO O CODIGO DA PECA E A QUANTIDADE (LINHA
000100*  TIPO P): A CRITICA (AREASE) EXPANDE A LINHA NOS REGISTROS DE
000110*  PECA E DEDUCAO DAQUI. PECA INATIVA FICA NO CATALOGO PARA O
000120*  HISTORICO, MAS A CRITICA RECUSA LINHA NOVA COM ELA.
000130*-----------------------------------------------------------------
000140*  DATA        AUTOR   DESCRICAO
000150*  15/10/2026  EJS     COPYBOOK ORIGINAL.
000160*****************************************************************
000170     05  CAT-CODIGO-PECA         PIC X(10).
000180     05  CAT-DESCRICAO           PIC X(30).
000190     05  CAT-CODIGO-FORMA        PIC X(01).
000200         88  CAT-FORMA-VALIDA       VALUE "1" THRU "5".
000210     05  CAT-UNIDADE-MEDIDA      PIC X(01).
000220         88  CAT-UNIDADE-VALIDA     VALUE "M" "P".
000230     05  CAT-DIMENSAO-1          PIC 9(4)V99.
000240     05  CAT-DIMENSAO-2          PIC 9(4)V99.
000250     05  CAT-DIMENSAO-3          PIC 9(4)V99.
000260     05  CAT-CODIGO-MATERIAL     PIC X(05).
000270     05  CAT-SITUACAO            PIC X(01).
000280         88  CAT-PECA-ATIVA         VALUE "A".
000290         88  CAT-PECA-INATIVA       VALUE "I".
000300     05  CAT-QTDE-DEDUCOES       PIC 9(02).
000310     05  CAT-DEDUCAO OCCURS 10.
000320         10  CAT-DED-CODIGO-FORMA PIC X(01).
000330         10  CAT-DED-DIMENSAO-1  PIC 9(4)V99.
000340         10  CAT-DED-DIMENSAO-2  PIC 9(4)V99.
000350         10  CAT-DED-DIMENSAO-3  PIC 9(4)V99.
000360         10  CAT-DED-QUANTIDADE  PIC 9(03).
