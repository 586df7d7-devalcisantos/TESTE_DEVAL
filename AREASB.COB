000230*                      INFORMADO DEVE SER O DO PERIODO CONFERIDO.
000240*                      LINHAS DE AUDITORIA ANTIGAS, SEM LOTE E
000250*                      SEQUENCIA, SAO CONTADAS E IGNORADAS.
000252*  15/10/2026  EJS     SEM DATA FINAL INFORMADA, O PERIODO VAI ATE
000254*                      A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT
000256*                      (MANTIDO PELO AREASN), NAO MAIS SEM LIMITE.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000400         FILE STATUS IS FS-INTERFACE-PEDIDO.
000410     SELECT ARQ-RELATORIO-CONF ASSIGN TO SHPBAL
000420         ORGANIZATION IS LINE SEQUENTIAL.
000422     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ARQ-MESTRE-HISTORICO.
000550 FD  ARQ-RELATORIO-CONF
000560     RECORDING MODE IS F.
000570 01  REG-RELATORIO-CONF          PIC X(100).
000572 FD  ARQ-DATA-PROCESSAMENTO
000574     RECORDING MODE IS F.
000576 01  REG-DATA-PROCESSAMENTO.
000578     COPY DATPRC.
000580 WORKING-STORAGE SECTION.
000590 01  SW-FIM-MESTRE           PIC X(01) VALUE "N".
000600     88  FIM-MESTRE                  VALUE "S".
000680 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
000690 77  FS-AUDITORIA            PIC X(02) VALUE ZEROES.
000700 77  FS-INTERFACE-PEDIDO     PIC X(02) VALUE ZEROES.
000703 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000706 77  DATA-PROCESSAMENTO      PIC 9(08) VALUE ZEROES.
000710 77  LOTE-FILTRO             PIC X(10) VALUE SPACES.
000720 77  DATA-INICIAL-FILTRO     PIC 9(08) VALUE ZEROES.
000730 77  DATA-FINAL-FILTRO       PIC 9(08) VALUE ZEROES.
001660*****************************************************************
001670*  INICIALIZACAO - CAPTURA OS FILTROS (DO AMBIENTE QUANDO
001680*  INFORMADOS, PARA USO EM SCRIPT, OU VIA ACCEPT DE CONSOLE) E
001690*  ABRE OS ARQUIVOS. LOTE EM BRANCO = TODOS OS LOTES; DATA
001700*  INICIAL ZERADA = SEM FILTRO; DATA FINAL ZERADA = ATE A DATA DE
001705*  PROCESSAMENTO (SHPDAT). ARQUIVO QUE NAO ABRE E TRATADO
001710*  COMO VAZIO, COM AVISO NO CONSOLE.
001720*****************************************************************
001730 1000-INICIALIZA.
001900         ACCEPT LOTE-FILTRO
001910         DISPLAY "DATA INICIAL (AAAAMMDD, ZEROS = SEM FILTRO): "
001920         ACCEPT DATA-INICIAL-FILTRO
001930         DISPLAY "DATA FINAL   (AAAAMMDD, ZEROS = DATA DO DIA): "
001940         ACCEPT DATA-FINAL-FILTRO
001950     END-IF.
001960     IF DATA-FINAL-FILTRO = ZEROES
001965         PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
001970             THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001975         MOVE DATA-PROCESSAMENTO TO DATA-FINAL-FILTRO
001980     END-IF.
001990     OPEN INPUT ARQ-MESTRE-HISTORICO.
002000     IF FS-MESTRE-HISTORICO NOT = "00"
002240     WRITE REG-RELATORIO-CONF FROM LINHA-TITULO-CONF.
002250 1000-INICIALIZA-EXIT.
002260     EXIT.
002261*****************************************************************
002262*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
002263*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
002264*  SISTEMA, COM AVISO.
002265*****************************************************************
002266 1050-OBTEM-DATA-PROCESSAMENTO.
002267     ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
002268     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
002269     IF FS-DATA-PROCESSAMENTO NOT = "00"
002270         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
002271             "VALE A DATA DO SISTEMA: " DATA-PROCESSAMENTO
002272         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
002273     END-IF.
002274     READ ARQ-DATA-PROCESSAMENTO
002275         AT END
002276             MOVE SPACES TO REG-DATA-PROCESSAMENTO
002277     END-READ.
002278     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
002279         MOVE DPR-DATA-PROCESSAMENTO TO DATA-PROCESSAMENTO
002280     ELSE
002281         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
002282             "ILEGIVEL - VALE A DATA DO SISTEMA: "
002283             DATA-PROCESSAMENTO
002284     END-IF.
002285     CLOSE ARQ-DATA-PROCESSAMENTO.
002286 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002287     EXIT.
002288*****************************************************************
002289*  LEITURA SEQUENCIAL DO PROXIMO REGISTRO DO MESTRE.
002290*****************************************************************
002300 2000-LE-PROXIMO-MESTRE.
002310     READ ARQ-MESTRE-HISTORICO NEXT RECORD
