000010*****************************************************************
000020*  LOTLOG.CPY
000030*-----------------------------------------------------------------
000040*  LAYOUT DO REGISTRO DO LOG DE ALTERACOES DO CADASTRO DE LOTES
000050*  (SHPLLG): DATA E HORA DA ALTERACAO, OPERADOR (VALIDADO NO
000060*  OPRMSTR), PROGRAMA QUE ALTEROU, ACAO (I-INCLUSAO, A-ALTERACAO,
000070*  E-ENCERRAMENTO, R-REABERTURA), O LOTE E AS IMAGENS DO
000080*  REGISTRO LOTMST ANTES E DEPOIS DA ALTERACAO (ANTES EM BRANCO
000090*  NA INCLUSAO). GRAVADO PELA MANUTENCAO DE LOTES (AREASL) E PELA
000100*  LIBERACAO DE COTACAO (AREASQ).
000110*-----------------------------------------------------------------
000120*  DATA        AUTOR   DESCRICAO
000130*  15/10/2026  EJS     COPYBOOK ORIGINAL.
000140*****************************************************************
000150     05  LLG-DATA                PIC 9(08).
000160     05  LLG-HORA                PIC 9(08).
000170     05  LLG-OPERADOR            PIC X(08).
000180     05  LLG-PROGRAMA            PIC X(08).
000190     05  LLG-ACAO                PIC X(01).
000200         88  LLG-INCLUSAO           VALUE "I".
000210         88  LLG-ALTERACAO          VALUE "A".
000220         88  LLG-ENCERRAMENTO       VALUE "E".
000230         88  LLG-REABERTURA         VALUE "R".
000240     05  LLG-CODIGO-LOTE         PIC X(10).
000250     05  LLG-LOTE-ANTES          PIC X(64).
000260     05  LLG-LOTE-DEPOIS         PIC X(64).
