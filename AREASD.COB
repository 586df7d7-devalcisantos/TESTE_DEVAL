000260*                      RECARGA MANUAL DO SHPEST DE COLUNA FIXA,
000270*                      QUE QUEBRAVA A PLANILHA DO GERENTE A CADA
000280*                      COLUNA NOVA.
000283*  15/10/2026  EJS     INCLUIDA A COLUNA PECA (MST-CODIGO-PECA,
000286*                      PECA PADRAO DO CATALOGO) NO FIM DO DETALHE.
000287*  15/10/2026  EJS     SEM DATA FINAL INFORMADA, O PERIODO VAI ATE
000288*                      A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT
000289*                      (MANTIDO PELO AREASN), NAO MAIS SEM LIMITE.
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT ARQ-EXTRATO-RESUMO ASSIGN TO SHPEXS
000410         ORGANIZATION IS LINE SEQUENTIAL.
000412     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ARQ-MESTRE-HISTORICO.
000500 FD  ARQ-EXTRATO-RESUMO
000510     RECORDING MODE IS F.
000520 01  REG-EXTRATO-RESUMO          PIC X(100).
000522 FD  ARQ-DATA-PROCESSAMENTO
000524     RECORDING MODE IS F.
000526 01  REG-DATA-PROCESSAMENTO.
000528     COPY DATPRC.
000530 WORKING-STORAGE SECTION.
000540 01  SW-FIM-MESTRE           PIC X(01) VALUE "N".
000550     88  FIM-MESTRE                  VALUE "S".
000560     88  NAO-FIM-MESTRE              VALUE "N".
000570 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
000573 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000576 77  DATA-PROCESSAMENTO      PIC 9(08) VALUE ZEROES.
000580 77  DATA-INICIAL-PERIODO    PIC 9(08) VALUE ZEROES.
000590 77  DATA-FINAL-PERIODO      PIC 9(08) VALUE ZEROES.
000600 77  LOTE-FILTRO             PIC X(10) VALUE SPACES.
000910         "DO;ALTURA;RAIO;AREA;PERIMETRO;QUANTI".
000920     05  FILLER              PIC X(36) VALUE
000930         "DADE;SITUACAO;MATERIAL;PESO;DEDUCOES".
000935     05  FILLER              PIC X(05) VALUE ";PECA".
000940 01  LINHA-DETALHE-EXTRATO.
000950     05  EXT-LOTE            PIC X(10).
000960     05  FILLER              PIC X(01) VALUE ";".
001210     05  EXT-PESO            PIC 9(6).99.
001220     05  FILLER              PIC X(01) VALUE ";".
001230     05  EXT-DEDUCOES        PIC 9(02).
001233     05  FILLER              PIC X(01) VALUE ";".
001236     05  EXT-PECA            PIC X(10).
001240 01  LINHA-CABECALHO-RESUMO.
001250     05  FILLER              PIC X(31) VALUE
001260         "TIPO;CHAVE;REGISTROS;PECAS;AREA".
001500*  INICIALIZACAO - CAPTURA O PERIODO E O FILTRO OPCIONAL DE LOTE
001510*  (DO AMBIENTE QUANDO INFORMADOS, PARA USO EM SCRIPT, OU VIA
001520*  ACCEPT DE CONSOLE), ZERA AS TABELAS, ABRE OS ARQUIVOS E GRAVA
001530*  AS LINHAS DE CABECALHO DOS DOIS EXTRATOS. DATA INICIAL ZERADA
001540*  SIGNIFICA SEM FILTRO; DATA FINAL ZERADA, ATE A DATA DE
001545*  PROCESSAMENTO (SHPDAT); LOTE EM BRANCO, TODOS OS LOTES.
001550*****************************************************************
001560 1000-INICIALIZA.
001570     MOVE SPACES TO ENV-DATA-INICIAL.
001690     ELSE
001700         DISPLAY "DATA INICIAL (AAAAMMDD, ZEROS = SEM FILTRO): "
001710         ACCEPT DATA-INICIAL-PERIODO
001720         DISPLAY "DATA FINAL   (AAAAMMDD, ZEROS = DATA DO DIA): "
001730         ACCEPT DATA-FINAL-PERIODO
001740         DISPLAY "LOTE (BRANCO = TODOS): "
001750         ACCEPT LOTE-FILTRO
001760     END-IF.
001770     IF DATA-FINAL-PERIODO = ZEROES
001775         PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
001780             THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001785         MOVE DATA-PROCESSAMENTO TO DATA-FINAL-PERIODO
001790     END-IF.
001800     PERFORM 1100-INICIALIZA-TABELAS
001810         THRU 1100-INICIALIZA-TABELAS-EXIT.
001920     WRITE REG-EXTRATO-RESUMO FROM LINHA-CABECALHO-RESUMO.
001930 1000-INICIALIZA-EXIT.
001940     EXIT.
001941*****************************************************************
001942*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
001943*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
001944*  SISTEMA, COM AVISO.
001945*****************************************************************
001946 1050-OBTEM-DATA-PROCESSAMENTO.
001947     ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
001948     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
001949     IF FS-DATA-PROCESSAMENTO NOT = "00"
001950         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
001951             "VALE A DATA DO SISTEMA: " DATA-PROCESSAMENTO
001952         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001953     END-IF.
001954     READ ARQ-DATA-PROCESSAMENTO
001955         AT END
001956             MOVE SPACES TO REG-DATA-PROCESSAMENTO
001957     END-READ.
001958     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
001959         MOVE DPR-DATA-PROCESSAMENTO TO DATA-PROCESSAMENTO
001960     ELSE
001961         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
001962             "ILEGIVEL - VALE A DATA DO SISTEMA: "
001963             DATA-PROCESSAMENTO
001964     END-IF.
001965     CLOSE ARQ-DATA-PROCESSAMENTO.
001966 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
001967     EXIT.
001968*****************************************************************
001969*  ZERA A TABELA DE FORMAS (COM OS NOMES DAS FORMAS CONHECIDAS E
001970*  UMA ENTRADA PARA FORMAS NAO CLASSIFICADAS) E A TABELA DE DIAS,
001980*  AS MESMAS DO PROGRAMA AREASM.
001990*****************************************************************
002980     ELSE
002990         MOVE ZEROES TO EXT-DEDUCOES
003000     END-IF.
003005     MOVE MST-CODIGO-PECA TO EXT-PECA.
003010     WRITE REG-EXTRATO-DETALHE FROM LINHA-DETALHE-EXTRATO.
003020     ADD 1 TO CONT-EXTRAIDOS.
003030 3000-GRAVA-DETALHE-EXTRATO-EXIT.
