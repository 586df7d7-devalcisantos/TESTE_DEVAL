000350*                      MST-PESO-UNITARIO X QUANTIDADE), PARA O
000360*                      ABATIMENTO DE PESO DO FRETE E DO GUINDASTE
000370*                      FECHAR COMO O DE AREA.
000372*  15/10/2026  EJS     O ESTORNO LEVA TAMBEM O RETANGULO
000374*                      ENVOLVENTE DO REGISTRO ORIGINAL, PARA O
000376*                      PLANO DE CORTE DO AREASP TIRAR A PECA.
000377*  15/10/2026  EJS     O CANCELAMENTO GRAVA NO DIARIO DO MESTRE
000378*                      (SHPJRN, LAYOUT MSTJRN) UM REGISTRO DE
000379*                      ALTERACAO COM AS IMAGENS ANTES E DEPOIS,
000380*                      PARA A RECUPERACAO DO MESTRE (AREASV).
000381*  15/10/2026  EJS     A DATA DO ESTORNO (AUDITORIA E ID DA
000382*                      EXECUCAO NA INTERFACE DE PEDIDO) PASSA A
000383*                      SER A DATA DE PROCESSAMENTO DO CONTROLE
000384*                      SHPDAT (MANTIDO PELO AREASN), NAO O
000385*                      RELOGIO. COM O DIA FECHADO O ESTORNO E
000386*                      RECUSADO COM CODIGO 12.
000387*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000500     SELECT ARQ-AUDITORIA ASSIGN TO SHPAUD
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-AUDITORIA.
000522     SELECT ARQ-DIARIO-MESTRE ASSIGN TO SHPJRN
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS FS-DIARIO-MESTRE.
000530     SELECT ARQ-OPERADORES ASSIGN TO OPRMSTR
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-OPERADORES.
000552     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000554         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ARQ-MESTRE-HISTORICO.
000650 FD  ARQ-AUDITORIA
000660     RECORDING MODE IS F.
000670 01  REG-AUDITORIA                PIC X(120).
000672 FD  ARQ-DIARIO-MESTRE
000674     RECORDING MODE IS F.
000676 01  REG-DIARIO-MESTRE.
000678     COPY MSTJRN.
000680 FD  ARQ-OPERADORES
000690     RECORDING MODE IS F.
000700 01  REG-OPERADORES.
000710     05  OPR-ID                  PIC X(08).
000720     05  OPR-NOME                PIC X(30).
000730     05  OPR-NIVEL               PIC X(01).
000732 FD  ARQ-DATA-PROCESSAMENTO
000734     RECORDING MODE IS F.
000736 01  REG-DATA-PROCESSAMENTO.
000738     COPY DATPRC.
000740 WORKING-STORAGE SECTION.
000750 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
000760     88  ERRO-EXECUCAO               VALUE "S".
000940 77  FS-INTERFACE-PEDIDO     PIC X(02) VALUE ZEROES.
000950 77  FS-AUDITORIA            PIC X(02) VALUE ZEROES.
000960 77  FS-OPERADORES           PIC X(02) VALUE ZEROES.
000963 77  FS-DIARIO-MESTRE        PIC X(02) VALUE ZEROES.
000964 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000965 01  SW-DIA-PROCESSAMENTO    PIC X(01) VALUE "A".
000966     88  DIA-PROCESSAMENTO-ABERTO   VALUE "A".
000967     88  DIA-PROCESSAMENTO-FECHADO  VALUE "F".
000970 77  ENV-LOTE                PIC X(10).
000980 77  ENV-SEQUENCIA           PIC X(04).
000990 77  OPERADOR-ID             PIC X(08) VALUE SPACES.
001020 77  SEQUENCIA-ESTORNO       PIC 9(04) VALUE ZEROES.
001030 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
001040 77  HORA-SISTEMA            PIC 9(08) VALUE ZEROES.
001045 01  IMAGEM-MESTRE-ANTES     PIC X(150) VALUE SPACES.
001050 01  ID-EXECUCAO.
001060     05  ID-EXEC-DATA        PIC 9(08).
001070     05  ID-EXEC-HORA        PIC 9(06).
001170     05  ORI-ORIGEM          PIC X(01).
001180     05  ORI-PESO-UNITARIO   PIC 9(6)V99.
001190     05  ORI-PESO-TOTAL      PIC 9(8)V99.
001193     05  ORI-LARGURA-ENVOLVENTE PIC 9(4)V99.
001196     05  ORI-COMPRIMENTO-ENVOLVENTE PIC 9(4)V99.
001200     COPY AUDLIN.
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001530*  RETORNO 12; MESTRE INDISPONIVEL, COM 8.
001540*****************************************************************
001550 1000-INICIALIZA.
001556     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
001562         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
001570     MOVE SPACES TO ENV-LOTE.
001580     ACCEPT ENV-LOTE FROM ENVIRONMENT "LOTE".
001590     IF ENV-LOTE NOT = SPACES
001850     IF OPERADOR-RECUSADO
001860         GO TO 1000-INICIALIZA-EXIT
001870     END-IF.
001871     IF DIA-PROCESSAMENTO-FECHADO
001872         DISPLAY "ERRO - DIA DE PROCESSAMENTO " DATA-SISTEMA
001873             " FECHADO - ESTORNO RECUSADO. ABRA O DIA (AREASN)."
001874         SET ERRO-EXECUCAO TO TRUE
001875         MOVE 12 TO RETURN-CODE
001876         GO TO 1000-INICIALIZA-EXIT
001877     END-IF.
001880     OPEN I-O ARQ-MESTRE-HISTORICO.
001890     IF FS-MESTRE-HISTORICO NOT = "00"
001900         DISPLAY "ERRO - MESTRE DE HISTORICO NAO ABERTO - "
001940     END-IF.
001950 1000-INICIALIZA-EXIT.
001960     EXIT.
001961*****************************************************************
001962*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
001963*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
001964*  SISTEMA, COM AVISO. A SITUACAO DO DIA (ABERTO/FECHADO)
001965*  FICA EM SW-DIA-PROCESSAMENTO.
001966*****************************************************************
001967 1050-OBTEM-DATA-PROCESSAMENTO.
001968     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
001969     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
001970     IF FS-DATA-PROCESSAMENTO NOT = "00"
001971         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
001972             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
001973         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001974     END-IF.
001975     READ ARQ-DATA-PROCESSAMENTO
001976         AT END
001977             MOVE SPACES TO REG-DATA-PROCESSAMENTO
001978     END-READ.
001979     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
001980         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
001981         MOVE DPR-SITUACAO TO SW-DIA-PROCESSAMENTO
001982     ELSE
001983         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
001984             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
001985     END-IF.
001986     CLOSE ARQ-DATA-PROCESSAMENTO.
001987 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
001988     EXIT.
001989*****************************************************************
001990*  VALIDA O OPERADOR CONTRA O CADASTRO DE OPERADORES (OPRMSTR),
001991*  COMO NO PROGRAMA AREAS: A LINHA DE AUDITORIA DO ESTORNO VALE O
002000*  QUE VALE A IDENTIFICACAO QUE ELA REGISTRA. ID DESCONHECIDO E
002010*  RECUSADO COM CODIGO DE RETORNO 12.
002020*****************************************************************
003010     ELSE
003020         MOVE ZEROES TO ORI-PESO-UNITARIO ORI-PESO-TOTAL
003030     END-IF.
003033     MOVE ZEROES TO ORI-LARGURA-ENVOLVENTE
003036         ORI-COMPRIMENTO-ENVOLVENTE.
003040     OPEN INPUT ARQ-INTERFACE-PEDIDO.
003050     IF FS-INTERFACE-PEDIDO NOT = "00"
003060         DISPLAY "AVISO - INTERFACE DE PEDIDO NAO ABERTA PARA "
003390         MOVE PED-ORIGEM-SUGERIDA TO ORI-ORIGEM
003400         MOVE PED-PESO-UNITARIO TO ORI-PESO-UNITARIO
003410         MOVE PED-PESO-TOTAL TO ORI-PESO-TOTAL
003412         MOVE PED-LARGURA-ENVOLVENTE TO ORI-LARGURA-ENVOLVENTE
003414         MOVE PED-COMPRIMENTO-ENVOLVENTE
003416             TO ORI-COMPRIMENTO-ENVOLVENTE
003420     END-IF.
003430 3100-VARRE-PEDIDO-EXIT.
003440     EXIT.
003480*  ESTORNO NA TRILHA DE AUDITORIA.
003490*****************************************************************
003500 4000-EXECUTA-ESTORNO.
003505     MOVE REG-MESTRE-HISTORICO TO IMAGEM-MESTRE-ANTES.
003510     SET MST-CANCELADO TO TRUE.
003520     REWRITE REG-MESTRE-HISTORICO.
003530     IF FS-MESTRE-HISTORICO NOT = "00"
003570         MOVE 8 TO RETURN-CODE
003580         GO TO 4000-EXECUTA-ESTORNO-EXIT
003590     END-IF.
003593     PERFORM 4100-GRAVA-DIARIO-MESTRE
003596         THRU 4100-GRAVA-DIARIO-MESTRE-EXIT.
003600     ACCEPT HORA-SISTEMA FROM TIME.
003610     MOVE DATA-SISTEMA TO ID-EXEC-DATA.
003620     COMPUTE ID-EXEC-HORA = HORA-SISTEMA / 100.
003820     MOVE ORI-ORIGEM TO PED-ORIGEM-SUGERIDA.
003830     MOVE ORI-PESO-UNITARIO TO PED-PESO-UNITARIO.
003840     MOVE ORI-PESO-TOTAL TO PED-PESO-TOTAL.
003843     MOVE ORI-LARGURA-ENVOLVENTE TO PED-LARGURA-ENVOLVENTE.
003846     MOVE ORI-COMPRIMENTO-ENVOLVENTE
003848         TO PED-COMPRIMENTO-ENVOLVENTE.
003850     WRITE REG-INTERFACE-PEDIDO.
003860     IF FS-INTERFACE-PEDIDO NOT = "00"
003870         DISPLAY "ERRO AO GRAVAR O ESTORNO NA INTERFACE DE "
004220     END-IF.
004230 4000-EXECUTA-ESTORNO-EXIT.
004240     EXIT.
004241*****************************************************************
004242*  GRAVA NO DIARIO DO MESTRE (SHPJRN) O REGISTRO DE ALTERACAO DO
004243*  CANCELAMENTO, COM O OPERADOR, O INSTANTE DO RELOGIO E AS
004244*  IMAGENS DO REGISTRO ANTES E DEPOIS DA MARCACAO X.
004245*****************************************************************
004246 4100-GRAVA-DIARIO-MESTRE.
004247     OPEN EXTEND ARQ-DIARIO-MESTRE.
004248     IF FS-DIARIO-MESTRE = "35"
004249         OPEN OUTPUT ARQ-DIARIO-MESTRE
004250     END-IF.
004251     ACCEPT JRN-DATA FROM DATE YYYYMMDD.
004252     ACCEPT JRN-HORA FROM TIME.
004253     MOVE OPERADOR-ID TO JRN-OPERADOR.
004254     MOVE "AREASR" TO JRN-PROGRAMA.
004255     SET JRN-ALTERACAO TO TRUE.
004256     MOVE MST-CHAVE TO JRN-CHAVE.
004257     MOVE IMAGEM-MESTRE-ANTES TO JRN-MESTRE-ANTES.
004258     MOVE REG-MESTRE-HISTORICO TO JRN-MESTRE-DEPOIS.
004259     WRITE REG-DIARIO-MESTRE.
004260     IF FS-DIARIO-MESTRE NOT = "00"
004261         DISPLAY "ERRO AO GRAVAR NO DIARIO DO MESTRE - STATUS: "
004262             FS-DIARIO-MESTRE
004263         SET ERRO-EXECUCAO TO TRUE
004264         MOVE 8 TO RETURN-CODE
004265     END-IF.
004266     CLOSE ARQ-DIARIO-MESTRE.
004267 4100-GRAVA-DIARIO-MESTRE-EXIT.
004268     EXIT.
004269*****************************************************************
004270*  FINALIZACAO - FECHA O MESTRE.
004271*****************************************************************
004280 9000-FINALIZA.
004290     IF FS-MESTRE-HISTORICO NOT = "35"
004300         CLOSE ARQ-MESTRE-HISTORICO
