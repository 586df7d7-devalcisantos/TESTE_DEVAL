000240*                      PARTE POR OPERADOR, FORA DOS TOTAIS DE
000250*                      PRODUCAO; LINHAS ANTIGAS SEM QUANTIDADE
000260*                      VALEM UMA PECA.
000262*  15/10/2026  EJS     SEM DATA FINAL INFORMADA, O PERIODO VAI ATE
000264*                      A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT
000266*                      (MANTIDO PELO AREASN), NAO MAIS SEM LIMITE.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000360         FILE STATUS IS FS-OPERADORES.
000370     SELECT ARQ-RELATORIO-PRODUCAO ASSIGN TO SHPOPR
000380         ORGANIZATION IS LINE SEQUENTIAL.
000382     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000384         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ARQ-AUDITORIA
000500 FD  ARQ-RELATORIO-PRODUCAO
000510     RECORDING MODE IS F.
000520 01  REG-RELATORIO-PRODUCAO      PIC X(100).
000522 FD  ARQ-DATA-PROCESSAMENTO
000524     RECORDING MODE IS F.
000526 01  REG-DATA-PROCESSAMENTO.
000528     COPY DATPRC.
000530 WORKING-STORAGE SECTION.
000540 01  SW-FIM-AUDITORIA        PIC X(01) VALUE "N".
000550     88  FIM-AUDITORIA               VALUE "S".
000580     88  FIM-OPERADORES              VALUE "S".
000590 77  FS-AUDITORIA            PIC X(02) VALUE ZEROES.
000600 77  FS-OPERADORES           PIC X(02) VALUE ZEROES.
000603 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000606 77  DATA-PROCESSAMENTO      PIC 9(08) VALUE ZEROES.
000610 77  DATA-INICIAL-PERIODO    PIC 9(08) VALUE ZEROES.
000620 77  DATA-FINAL-PERIODO      PIC 9(08) VALUE ZEROES.
000630 77  ENV-DATA-INICIAL        PIC X(08).
001700*  INICIALIZACAO - CAPTURA O PERIODO (DO AMBIENTE QUANDO
001710*  INFORMADO, PARA USO EM SCRIPT, OU VIA ACCEPT DE CONSOLE),
001720*  CARREGA OS NOMES DO CADASTRO DE OPERADORES (QUANDO DISPONIVEL)
001730*  E ABRE OS ARQUIVOS. DATA INICIAL ZERADA SIGNIFICA SEM FILTRO;
001735*  DATA FINAL ZERADA, ATE A DATA DE PROCESSAMENTO (SHPDAT).
001740*****************************************************************
001750 1000-INICIALIZA.
001760     MOVE SPACES TO ENV-DATA-INICIAL.
001850     ELSE
001860         DISPLAY "DATA INICIAL (AAAAMMDD, ZEROS = SEM FILTRO): "
001870         ACCEPT DATA-INICIAL-PERIODO
001880         DISPLAY "DATA FINAL   (AAAAMMDD, ZEROS = DATA DO DIA): "
001890         ACCEPT DATA-FINAL-PERIODO
001900     END-IF.
001910     IF DATA-FINAL-PERIODO = ZEROES
001915         PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
001920             THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001925         MOVE DATA-PROCESSAMENTO TO DATA-FINAL-PERIODO
001930     END-IF.
001940     OPEN INPUT ARQ-OPERADORES.
001950     IF FS-OPERADORES = "00"
002130     WRITE REG-RELATORIO-PRODUCAO FROM LINHA-TITULO-PRODUCAO.
002140 1000-INICIALIZA-EXIT.
002150     EXIT.
002151*****************************************************************
002152*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
002153*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
002154*  SISTEMA, COM AVISO.
002155*****************************************************************
002156 1050-OBTEM-DATA-PROCESSAMENTO.
002157     ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
002158     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
002159     IF FS-DATA-PROCESSAMENTO NOT = "00"
002160         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
002161             "VALE A DATA DO SISTEMA: " DATA-PROCESSAMENTO
002162         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
002163     END-IF.
002164     READ ARQ-DATA-PROCESSAMENTO
002165         AT END
002166             MOVE SPACES TO REG-DATA-PROCESSAMENTO
002167     END-READ.
002168     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
002169         MOVE DPR-DATA-PROCESSAMENTO TO DATA-PROCESSAMENTO
002170     ELSE
002171         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
002172             "ILEGIVEL - VALE A DATA DO SISTEMA: "
002173             DATA-PROCESSAMENTO
002174     END-IF.
002175     CLOSE ARQ-DATA-PROCESSAMENTO.
002176 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002177     EXIT.
002178*****************************************************************
002179*  CARREGA O PROXIMO OPERADOR DO CADASTRO NA TABELA DE NOMES.
002180*****************************************************************
002190 1100-CARREGA-NOME-OPERADOR.
002200     READ ARQ-OPERADORES
