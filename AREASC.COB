000284*                      DO MESTRE DE HISTORICO E O PESO TOTAL NA
000286*                      LINHA DE TOTAL, ACOMPANHANDO O RELATORIO
000288*                      ORIGINAL.
000289*  15/10/2026  EJS     SEM DATA FINAL INFORMADA, O PERIODO VAI ATE
000290*                      A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT
000291*                      (MANTIDO PELO AREASN), NAO MAIS SEM LIMITE.
000292*****************************************************************
000293 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ARQ-MESTRE-HISTORICO ASSIGN TO SHPMSTR
000360         FILE STATUS IS FS-MESTRE-HISTORICO.
000370     SELECT ARQ-RELATORIO ASSIGN TO SHPRPC
000380         ORGANIZATION IS LINE SEQUENTIAL.
000382     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ARQ-MESTRE-HISTORICO.
000440 FD  ARQ-RELATORIO
000450     RECORDING MODE IS F.
000460 01  REG-RELATORIO               PIC X(100).
000462 FD  ARQ-DATA-PROCESSAMENTO
000464     RECORDING MODE IS F.
000466 01  REG-DATA-PROCESSAMENTO.
000468     COPY DATPRC.
000470 WORKING-STORAGE SECTION.
000480 01  SW-FIM-MESTRE           PIC X(01) VALUE "N".
000490     88  FIM-MESTRE                  VALUE "S".
000520     88  SAIDA-TELA                  VALUE "T".
000530     88  SAIDA-RELATORIO             VALUE "R".
000540 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
000543 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000546 77  DATA-PROCESSAMENTO      PIC 9(08) VALUE ZEROES.
000550 77  JOB-LOTE-CONSULTA       PIC X(10) VALUE SPACES.
000560 77  DATA-INICIAL-CONSULTA   PIC 9(08) VALUE ZEROES.
000570 77  DATA-FINAL-CONSULTA     PIC 9(08) VALUE ZEROES.
000840*****************************************************************
000850*  INICIALIZACAO - CAPTURA OS PARAMETROS DA CONSULTA (DO AMBIENTE
000860*  QUANDO INFORMADOS, PARA USO EM SCRIPT, OU VIA ACCEPT DE
000870*  CONSOLE) E ABRE OS ARQUIVOS. DATA INICIAL ZERADA SIGNIFICA SEM
000880*  FILTRO; DATA FINAL ZERADA, ATE A DATA DE PROCESSAMENTO
000885*  (SHPDAT).
000890*****************************************************************
000900 1000-INICIALIZA.
000910     MOVE SPACES TO ENV-LOTE.
001140         ACCEPT JOB-LOTE-CONSULTA
001150         DISPLAY "DATA INICIAL (AAAAMMDD, ZEROS = SEM FILTRO): "
001160         ACCEPT DATA-INICIAL-CONSULTA
001170         DISPLAY "DATA FINAL   (AAAAMMDD, ZEROS = DATA DO DIA): "
001180         ACCEPT DATA-FINAL-CONSULTA
001190         DISPLAY "SAIDA (T-TELA  R-RELATORIO): "
001200         ACCEPT SW-TIPO-SAIDA
001230         END-IF
001240     END-IF.
001250     IF DATA-FINAL-CONSULTA = ZEROES
001255         PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
001260             THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001265         MOVE DATA-PROCESSAMENTO TO DATA-FINAL-CONSULTA
001270     END-IF.
001280     OPEN INPUT ARQ-MESTRE-HISTORICO.
001290     IF FS-MESTRE-HISTORICO NOT = "00"
001380     END-IF.
001390 1000-INICIALIZA-EXIT.
001400     EXIT.
001401*****************************************************************
001402*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
001403*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
001404*  SISTEMA, COM AVISO.
001405*****************************************************************
001406 1050-OBTEM-DATA-PROCESSAMENTO.
001407     ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
001408     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
001409     IF FS-DATA-PROCESSAMENTO NOT = "00"
001410         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
001411             "VALE A DATA DO SISTEMA: " DATA-PROCESSAMENTO
001412         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001413     END-IF.
001414     READ ARQ-DATA-PROCESSAMENTO
001415         AT END
001416             MOVE SPACES TO REG-DATA-PROCESSAMENTO
001417     END-READ.
001418     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
001419         MOVE DPR-DATA-PROCESSAMENTO TO DATA-PROCESSAMENTO
001420     ELSE
001421         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
001422             "ILEGIVEL - VALE A DATA DO SISTEMA: "
001423             DATA-PROCESSAMENTO
001424     END-IF.
001425     CLOSE ARQ-DATA-PROCESSAMENTO.
001426 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
001427     EXIT.
001428*****************************************************************
001429*  POSICIONA O MESTRE DE HISTORICO NO PRIMEIRO REGISTRO DO
001430*  LOTE/JOB CONSULTADO E LE O PRIMEIRO REGISTRO.
001440*****************************************************************
001450 2000-POSICIONA-MESTRE.
