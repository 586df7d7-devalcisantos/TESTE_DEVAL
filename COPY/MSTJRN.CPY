000010*****************************************************************
000020*  MSTJRN.CPY
000030*-----------------------------------------------------------------
000040*  LAYOUT DO REGISTRO DO DIARIO DE ATUALIZACOES DO MESTRE DE
000050*  HISTORICO (SHPJRN): INSTANTE DA ATUALIZACAO (DATA E HORA DO
000060*  RELOGIO, NAO A DATA DE PRODUCAO), OPERADOR, PROGRAMA, ACAO
000070*  (I-INCLUSAO, A-ALTERACAO, E-EXCLUSAO), A CHAVE E AS IMAGENS
000080*  DO REGISTRO MSTHST ANTES E DEPOIS DA ATUALIZACAO (ANTES EM
000090*  BRANCO NA INCLUSAO, DEPOIS EM BRANCO NA EXCLUSAO). AS IMAGENS
000100*  TEM FOLGA PARA O CRESCIMENTO DO MSTHST SEM MUDAR O DIARIO.
000110*  GRAVADO PELO CALCULO (AREAS, INCLUSAO), PELO RETORNO DO
000120*  SISTEMA DE PEDIDOS (AREASX, C-CONFIRMADO), PELO ESTORNO
000130*  (AREASR, X-CANCELADO), PELO RECORTE (AREASU, INCLUSAO) E PELO
000140*  ARQUIVAMENTO/RESTAURACAO (AREASA); LIDO PELA RECUPERACAO DO
000150*  MESTRE (AREASV).
000160*-----------------------------------------------------------------
000170*  DATA        AUTOR   DESCRICAO
000180*  15/10/2026  EJS     COPYBOOK ORIGINAL.
000190*****************************************************************
000200     05  JRN-INSTANTE.
000210         10  JRN-DATA            PIC 9(08).
000220         10  JRN-HORA            PIC 9(08).
000230     05  JRN-OPERADOR            PIC X(08).
000240     05  JRN-PROGRAMA            PIC X(08).
000250     05  JRN-ACAO                PIC X(01).
000260         88  JRN-INCLUSAO           VALUE "I".
000270         88  JRN-ALTERACAO          VALUE "A".
000280         88  JRN-EXCLUSAO           VALUE "E".
000290     05  JRN-CHAVE.
000300         10  JRN-JOB-LOTE        PIC X(10).
000310         10  JRN-SEQUENCIA       PIC 9(04).
000320     05  JRN-MESTRE-ANTES        PIC X(150).
000330     05  JRN-MESTRE-DEPOIS       PIC X(150).
