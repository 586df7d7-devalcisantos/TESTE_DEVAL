000260*                      NOVO ARQUIVAMENTO DO MESMO LOTE VOLTA A
000270*                      GRAVA-LO (EM DUPLICATA INOFENSIVA, POIS A
000280*                      RESTAURACAO PULA CHAVES JA PRESENTES).
000281*  15/10/2026  EJS     CADA REGISTRO APAGADO DO MESTRE (ARQUIVA)
000282*                      OU DEVOLVIDO A ELE (RESTAURA) GRAVA NO
000283*                      DIARIO DO MESTRE (SHPJRN, LAYOUT MSTJRN) UM
000284*                      REGISTRO DE EXCLUSAO OU DE INCLUSAO COM A
000285*                      IMAGEM DO REGISTRO, PARA A RECUPERACAO DO
000286*                      MESTRE (AREASV). O OPERADOR VEM DO AMBIENTE
000287*                      (OPERADOR_ID) OU E PEDIDO NO CONSOLE; SEM
000288*                      ELE, BATCH.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000380     SELECT ARQ-ARQUIVO-MORTO ASSIGN TO SHPARC
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-ARQUIVO-MORTO.
000402     SELECT ARQ-DIARIO-MESTRE ASSIGN TO SHPJRN
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS FS-DIARIO-MESTRE.
000410     SELECT ARQ-RELATORIO-ARQUIVO ASSIGN TO SHPARP
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430 DATA DIVISION.
000490     RECORDING MODE IS F.
000500 01  REG-ARQUIVO-MORTO.
000510     COPY MSTHST REPLACING LEADING ==MST== BY ==ARC==.
000512 FD  ARQ-DIARIO-MESTRE
000514     RECORDING MODE IS F.
000516 01  REG-DIARIO-MESTRE.
000518     COPY MSTJRN.
000520 FD  ARQ-RELATORIO-ARQUIVO
000530     RECORDING MODE IS F.
000540 01  REG-RELATORIO-ARQUIVO       PIC X(100).
000670     88  ERRO-EXECUCAO               VALUE "S".
000680 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
000690 77  FS-ARQUIVO-MORTO        PIC X(02) VALUE ZEROES.
000693 77  FS-DIARIO-MESTRE        PIC X(02) VALUE ZEROES.
000696 77  OPERADOR-ID             PIC X(08) VALUE SPACES.
000700 77  DATA-CORTE-ARQUIVO      PIC 9(08) VALUE ZEROES.
000710 77  LOTE-RESTAURACAO        PIC X(10) VALUE SPACES.
000720 77  ENV-FUNCAO              PIC X(01).
000770 77  CONT-JA-EXISTENTES      PIC 9(07) VALUE ZEROES COMP.
000780 77  CONT-ERROS-GRAVACAO     PIC 9(07) VALUE ZEROES COMP.
000790 77  TOTAL-AREA-ARQUIVADA    PIC 9(12)V99 VALUE ZEROES.
000795 01  IMAGEM-MESTRE-ANTES     PIC X(150) VALUE SPACES.
000800 01  LOTE-CORRENTE           PIC X(10) VALUE SPACES.
000810 01  ACUM-LOTE.
000820     05  LOTE-REGISTROS      PIC 9(7) VALUE ZEROES COMP.
001300*  ABRE OS ARQUIVOS CONFORME A FUNCAO.
001310*****************************************************************
001320 1000-INICIALIZA.
001323     MOVE SPACES TO OPERADOR-ID.
001326     ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
001330     MOVE SPACES TO ENV-FUNCAO.
001340     ACCEPT ENV-FUNCAO FROM ENVIRONMENT "FUNCAO".
001350     IF ENV-FUNCAO = "A" OR ENV-FUNCAO = "R"
001460             MOVE ENV-LOTE TO LOTE-RESTAURACAO
001470         END-IF
001480     ELSE
001482         IF OPERADOR-ID = SPACES
001484             DISPLAY "INFORME O ID DO OPERADOR: "
001486             ACCEPT OPERADOR-ID
001488         END-IF
001490         DISPLAY "FUNCAO (A-ARQUIVA  R-RESTAURA): "
001500         ACCEPT SW-FUNCAO-EXECUCAO
001510         IF NOT FUNCAO-RESTAURA
001600             ACCEPT LOTE-RESTAURACAO
001610         END-IF
001620     END-IF.
001622     IF OPERADOR-ID = SPACES
001624         MOVE "BATCH" TO OPERADOR-ID
001626     END-IF.
001630     IF FUNCAO-ARQUIVA AND DATA-CORTE-ARQUIVO = ZEROES
001640         DISPLAY "ERRO - DATA DE CORTE NAO INFORMADA - NADA "
001650             "A ARQUIVAR."
001970             GO TO 1000-INICIALIZA-EXIT
001980         END-IF
001990     END-IF.
001992     OPEN EXTEND ARQ-DIARIO-MESTRE.
001994     IF FS-DIARIO-MESTRE = "35"
001996         OPEN OUTPUT ARQ-DIARIO-MESTRE
001998     END-IF.
002000     OPEN OUTPUT ARQ-RELATORIO-ARQUIVO.
002010     IF FUNCAO-ARQUIVA
002020         MOVE "ARQUIVAMENTO DO MESTRE" TO TIT-FUNCAO
002460             FS-ARQUIVO-MORTO " CHAVE: " MST-CHAVE
002470         GO TO 2100-ARQUIVA-LE-PROXIMO
002480     END-IF.
002485     MOVE REG-MESTRE-HISTORICO TO IMAGEM-MESTRE-ANTES.
002490     DELETE ARQ-MESTRE-HISTORICO.
002500     IF FS-MESTRE-HISTORICO NOT = "00"
002510         ADD 1 TO CONT-ERROS-GRAVACAO
002530             FS-MESTRE-HISTORICO " CHAVE: " MST-CHAVE
002540         GO TO 2100-ARQUIVA-LE-PROXIMO
002550     END-IF.
002551     SET JRN-EXCLUSAO TO TRUE.
002552     MOVE IMAGEM-MESTRE-ANTES TO JRN-MESTRE-ANTES.
002553     MOVE SPACES TO JRN-MESTRE-DEPOIS.
002554     PERFORM 8200-GRAVA-DIARIO-MESTRE
002555         THRU 8200-GRAVA-DIARIO-MESTRE-EXIT.
002560     ADD 1 TO CONT-ARQUIVADOS.
002570     ADD 1 TO LOTE-REGISTROS.
002580     ADD MST-AREA TO LOTE-AREA.
002840     MOVE REG-ARQUIVO-MORTO TO REG-MESTRE-HISTORICO.
002850     WRITE REG-MESTRE-HISTORICO.
002860     IF FS-MESTRE-HISTORICO = "00"
002861         SET JRN-INCLUSAO TO TRUE
002862         MOVE SPACES TO JRN-MESTRE-ANTES
002863         MOVE REG-MESTRE-HISTORICO TO JRN-MESTRE-DEPOIS
002864         PERFORM 8200-GRAVA-DIARIO-MESTRE
002865             THRU 8200-GRAVA-DIARIO-MESTRE-EXIT
002870         ADD 1 TO CONT-RESTAURADOS
002880         ADD 1 TO LOTE-REGISTROS
002890         ADD MST-AREA TO LOTE-AREA
003190     WRITE REG-RELATORIO-ARQUIVO FROM LINHA-TOTAL-ARQUIVO.
003200 8100-IMPRIME-TOTAL-ARQUIVO-EXIT.
003210     EXIT.
003211*****************************************************************
003212*  GRAVA NO DIARIO DO MESTRE (SHPJRN) O REGISTRO DA ATUALIZACAO
003213*  QUE ACABOU DE SER FEITA NO MESTRE, COM A ACAO E AS IMAGENS JA
003214*  POSTAS EM JRN-ACAO, JRN-MESTRE-ANTES E JRN-MESTRE-DEPOIS. A
003215*  CHAVE VEM DO REGISTRO DO MESTRE. FALHA DE GRAVACAO CONTA COMO
003216*  ERRO DE GRAVACAO (CODIGO DE RETORNO 8).
003217*****************************************************************
003218 8200-GRAVA-DIARIO-MESTRE.
003219     ACCEPT JRN-DATA FROM DATE YYYYMMDD.
003220     ACCEPT JRN-HORA FROM TIME.
003221     MOVE OPERADOR-ID TO JRN-OPERADOR.
003222     MOVE "AREASA" TO JRN-PROGRAMA.
003223     MOVE MST-CHAVE TO JRN-CHAVE.
003224     WRITE REG-DIARIO-MESTRE.
003225     IF FS-DIARIO-MESTRE NOT = "00"
003226         ADD 1 TO CONT-ERROS-GRAVACAO
003227         DISPLAY "ERRO AO GRAVAR NO DIARIO DO MESTRE - STATUS: "
003228             FS-DIARIO-MESTRE " CHAVE: " MST-CHAVE
003229     END-IF.
003230 8200-GRAVA-DIARIO-MESTRE-EXIT.
003231     EXIT.
003232*****************************************************************
003233*  FINALIZACAO - FECHA O ULTIMO LOTE DO RESUMO, IMPRIME OS
003240*  TOTAIS DA FUNCAO EXECUTADA E FECHA OS ARQUIVOS. ERROS DE
003250*  GRAVACAO TERMINAM COM CODIGO DE RETORNO 8.
003260*****************************************************************
003650     END-IF.
003660     CLOSE ARQ-MESTRE-HISTORICO.
003670     CLOSE ARQ-ARQUIVO-MORTO.
003675     CLOSE ARQ-DIARIO-MESTRE.
003680     CLOSE ARQ-RELATORIO-ARQUIVO.
003690 9000-FINALIZA-EXIT.
003700     EXIT.
