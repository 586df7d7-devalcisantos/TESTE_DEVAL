000010*****************************************************************
000020*  EMBREG.CPY
000030*-----------------------------------------------------------------
000040*  LAYOUT DO REGISTRO DO ARQUIVO DE EMBARQUES (SHPEMB): UM
000050*  REGISTRO POR LINHA DE ROMANEIO EMBARCADA - NUMERO DO
000060*  ROMANEIO, CARGA DENTRO DELE, DATA, VEICULO, A LINHA DO
000070*  MESTRE (LOTE/SEQUENCIA), A QUANTIDADE DE PECAS E O PESO QUE
000080*  SUBIRAM NA CARGA. UMA LINHA DO MESTRE PODE SAIR EM VARIOS
000090*  EMBARQUES (EMBARQUE PARCIAL); O SALDO DA LINHA E A QUANTIDADE
000100*  DO MESTRE MENOS A SOMA EMBARCADA. GRAVADO PELO ROMANEIO AREASG.
000110*-----------------------------------------------------------------
000120*  DATA        AUTOR   DESCRICAO
000130*  15/10/2026  EJS     COPYBOOK ORIGINAL.
000140*****************************************************************
000150     05  EMB-NUMERO-ROMANEIO     PIC 9(06).
000160     05  EMB-CARGA               PIC 9(03).
000170     05  EMB-DATA                PIC 9(08).
000180     05  EMB-VEICULO             PIC X(08).
000190     05  EMB-CHAVE-MESTRE.
000200         10  EMB-JOB-LOTE        PIC X(10).
000210         10  EMB-SEQUENCIA       PIC 9(04).
000220     05  EMB-QUANTIDADE          PIC 9(03).
000230     05  EMB-PESO                PIC 9(08)V99.
