000400*                      NAO REGRAVA O MESTRE - A SITUACAO X FICA,
000410*                      SENAO O CANCELAMENTO RESSUSCITARIA NOS
000420*                      TOTAIS DO BALANCO E DAS ESTATISTICAS.
000421*  15/10/2026  EJS     CADA MARCACAO DE CONFIRMADO GRAVA NO DIARIO
000422*                      DO MESTRE (SHPJRN, LAYOUT MSTJRN) UM
000423*                      REGISTRO DE ALTERACAO COM AS IMAGENS ANTES
000424*                      E DEPOIS, PARA A RECUPERACAO DO MESTRE
000425*                      (AREASV). O OPERADOR VEM DO AMBIENTE
000426*                      (OPERADOR_ID; SEM ELE, BATCH). FALHA DE
000427*                      GRAVACAO NO DIARIO TERMINA COM CODIGO DE
000428*                      RETORNO 8.
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS MST-CHAVE
000570         FILE STATUS IS FS-MESTRE-HISTORICO.
000572     SELECT ARQ-DIARIO-MESTRE ASSIGN TO SHPJRN
000574         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS FS-DIARIO-MESTRE.
000580     SELECT ARQ-RELATORIO-RETORNO ASSIGN TO SHPXRP
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600 DATA DIVISION.
000710 FD  ARQ-MESTRE-HISTORICO.
000720 01  REG-MESTRE-HISTORICO.
000730     COPY MSTHST.
000732 FD  ARQ-DIARIO-MESTRE
000734     RECORDING MODE IS F.
000736 01  REG-DIARIO-MESTRE.
000738     COPY MSTJRN.
000740 FD  ARQ-RELATORIO-RETORNO
000750     RECORDING MODE IS F.
000760 01  REG-RELATORIO-RETORNO       PIC X(100).
000820 77  FS-CONFIRMACAO          PIC X(02) VALUE ZEROES.
000830 77  FS-INTERFACE-PEDIDO     PIC X(02) VALUE ZEROES.
000840 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
000843 77  FS-DIARIO-MESTRE        PIC X(02) VALUE ZEROES.
000846 77  OPERADOR-ID             PIC X(08) VALUE SPACES.
000850 77  I-CNF                   PIC 9(04) VALUE ZEROES COMP.
000860 77  I-BUSCA                 PIC 9(04) VALUE ZEROES COMP.
000870 77  QTD-CONFIRMACOES        PIC 9(04) VALUE ZEROES COMP.
000960 77  CONT-CONF-CICLO-ANTERIOR PIC 9(07) VALUE ZEROES COMP.
000970 77  CONT-PED-ESTORNOS       PIC 9(07) VALUE ZEROES COMP.
000980 77  CONT-CHAVES-CANCELADAS  PIC 9(07) VALUE ZEROES COMP.
000983 77  CONT-ERROS-DIARIO       PIC 9(07) VALUE ZEROES COMP.
000986 01  IMAGEM-MESTRE-ANTES     PIC X(150) VALUE SPACES.
000990 01  SW-JA-CONFIRMADO        PIC X(01) VALUE "N".
001000     88  JA-CONFIRMADO               VALUE "S".
001010     88  NAO-JA-CONFIRMADO           VALUE "N".
001500*****************************************************************
001510*  INICIALIZACAO - ABERTURA DOS ARQUIVOS. CONFIRMACAO OU
001520*  INTERFACE AUSENTE E TRATADA COMO VAZIA, COM AVISO; O MESTRE
001526*  ABRE EM I-O PARA RECEBER A MARCACAO DE CONFIRMADO E O DIARIO
001532*  DO MESTRE EM EXTENSAO.
001540*****************************************************************
001550 1000-INICIALIZA.
001551     MOVE SPACES TO OPERADOR-ID.
001552     ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
001553     IF OPERADOR-ID = SPACES
001554         MOVE "BATCH" TO OPERADOR-ID
001555     END-IF.
001560     OPEN INPUT ARQ-CONFIRMACAO.
001570     IF FS-CONFIRMACAO NOT = "00"
001580         DISPLAY "AVISO - ARQUIVO DE CONFIRMACAO NAO ABERTO - "
001700         DISPLAY "AVISO - MESTRE DE HISTORICO NAO ABERTO - "
001710             "STATUS: " FS-MESTRE-HISTORICO
001720     END-IF.
001722     OPEN EXTEND ARQ-DIARIO-MESTRE.
001724     IF FS-DIARIO-MESTRE = "35"
001726         OPEN OUTPUT ARQ-DIARIO-MESTRE
001728     END-IF.
001730     OPEN OUTPUT ARQ-RELATORIO-RETORNO.
001740     WRITE REG-RELATORIO-RETORNO FROM LINHA-TITULO-RETORNO.
001750     WRITE REG-RELATORIO-RETORNO FROM LINHA-CABECALHO-RETORNO.
003230             ADD 1 TO CONT-CHAVES-CANCELADAS
003240             GO TO 4000-MARCA-MESTRE-CONFIRMADO-EXIT
003250         END-IF
003255         MOVE REG-MESTRE-HISTORICO TO IMAGEM-MESTRE-ANTES
003260         SET MST-CONFIRMADO-TRANSMISSAO TO TRUE
003270         REWRITE REG-MESTRE-HISTORICO
003280         IF FS-MESTRE-HISTORICO = "00"
003290             ADD 1 TO CONT-MESTRE-MARCADOS
003293             PERFORM 4100-GRAVA-DIARIO-MESTRE
003296                 THRU 4100-GRAVA-DIARIO-MESTRE-EXIT
003300         ELSE
003310             ADD 1 TO CONT-MESTRE-NAO-ACHADOS
003320         END-IF
003330     END-IF.
003340 4000-MARCA-MESTRE-CONFIRMADO-EXIT.
003350     EXIT.
003351*****************************************************************
003352*  GRAVA NO DIARIO DO MESTRE (SHPJRN) O REGISTRO DE ALTERACAO DA
003353*  MARCACAO DE CONFIRMADO, COM O INSTANTE DO RELOGIO E AS
003354*  IMAGENS DO REGISTRO ANTES E DEPOIS.
003355*****************************************************************
003356 4100-GRAVA-DIARIO-MESTRE.
003357     ACCEPT JRN-DATA FROM DATE YYYYMMDD.
003358     ACCEPT JRN-HORA FROM TIME.
003359     MOVE OPERADOR-ID TO JRN-OPERADOR.
003360     MOVE "AREASX" TO JRN-PROGRAMA.
003361     SET JRN-ALTERACAO TO TRUE.
003362     MOVE MST-CHAVE TO JRN-CHAVE.
003363     MOVE IMAGEM-MESTRE-ANTES TO JRN-MESTRE-ANTES.
003364     MOVE REG-MESTRE-HISTORICO TO JRN-MESTRE-DEPOIS.
003365     WRITE REG-DIARIO-MESTRE.
003366     IF FS-DIARIO-MESTRE NOT = "00"
003367         ADD 1 TO CONT-ERROS-DIARIO
003368         DISPLAY "ERRO AO GRAVAR NO DIARIO DO MESTRE - STATUS: "
003369             FS-DIARIO-MESTRE " CHAVE: " MST-CHAVE
003370     END-IF.
003371 4100-GRAVA-DIARIO-MESTRE-EXIT.
003372     EXIT.
003373*****************************************************************
003374*  IMPRIME A LINHA DE UMA CONFIRMACAO QUE NAO CASOU COM NENHUM
003380*  REGISTRO DA INTERFACE DE PEDIDO.
003390*****************************************************************
003400 8000-IMPRIME-CNF-SEM-PEDIDO.
004200     CLOSE ARQ-CONFIRMACAO.
004210     CLOSE ARQ-INTERFACE-PEDIDO.
004220     CLOSE ARQ-MESTRE-HISTORICO.
004225     CLOSE ARQ-DIARIO-MESTRE.
004230     CLOSE ARQ-RELATORIO-RETORNO.
004240     IF CONT-PEDIDOS-SEM-RETORNO > ZEROES OR
004250        CONT-MESTRE-NAO-ACHADOS > ZEROES OR
004260        CONFIRMACOES-EXCEDENTES > ZEROES
004270         MOVE 4 TO RETURN-CODE
004280     END-IF.
004281     IF CONT-ERROS-DIARIO > ZEROES
004282         DISPLAY "ERROS DE GRAVACAO NO DIARIO DO MESTRE: "
004283             CONT-ERROS-DIARIO
004284         MOVE 8 TO RETURN-CODE
004285     END-IF.
004290 9000-FINALIZA-EXIT.
004300     EXIT.
004310 9999-FIM-PROGRAMA.
