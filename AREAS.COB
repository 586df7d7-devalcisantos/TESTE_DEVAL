002240*                      RETALHO; SENAO, N-COMPRAR CHAPA NOVA. A
002250*                      BAIXA E O SUCATEAMENTO DOS RETALHOS FICAM
002260*                      NO NOVO PROGRAMA AREAST.
002262*  15/10/2026  EJS     A INTERFACE DE PEDIDO PASSA A LEVAR O
002264*                      RETANGULO ENVOLVENTE DA PECA EM METROS,
002266*                      PARA O PLANO DE CORTE DO AREASP.
002267*  15/10/2026  EJS     O CODIGO DA PECA DO CATALOGO (PECMSTR) DA
002268*                      LINHA EXPANDIDA PELA CRITICA E GRAVADO NO
002269*                      MESTRE DE HISTORICO (MST-CODIGO-PECA), PARA
002270*                      O CONSUMO POR PECA DO AREASK.
002271*  15/10/2026  EJS     TODO CALCULO GRAVADO NO MESTRE DE HISTORICO
002272*                      GERA UM REGISTRO DE INCLUSAO NO DIARIO DO
002273*                      MESTRE (SHPJRN, LAYOUT MSTJRN) COM O
002274*                      OPERADOR, O INSTANTE E A IMAGEM GRAVADA,
002275*                      PARA A RECUPERACAO DO MESTRE (AREASV).
002276*  15/10/2026  EJS     A DATA DO CALCULO (MESTRE, AUDITORIA, ID DA
002277*                      EXECUCAO, RETALHOS, CONTROLE DA RODADA) E A
002278*                      DATA DE PROCESSAMENTO DO CONTROLE SHPDAT
002279*                      (MANTIDO PELO AREASN), NAO MAIS O RELOGIO;
002280*                      COM O DIA FECHADO A RODADA E RECUSADA COM
002281*                      CODIGO 12. A TRAVA SHPLCK CONTINUA NO
002282*                      RELOGIO.
002283*  15/10/2026  EJS     A LINHA GRAVADA NO MESTRE SAI COM OS DADOS
002284*                      DE RECORTE (MST-RECORTE) EM BRANCO - LINHA
002285*                      NORMAL; SO O AREASU GRAVA LINHA DE RECORTE.
002286*  15/10/2026  EJS     A RODADA RECUSADA POR DIA FECHADO TERMINA
002287*                      DE FATO COM 12 (CODIGO-RETORNO-EXECUCAO,
002288*                      QUE O FIM DO PROGRAMA DEVOLVE), NAO COM 0.
002290*****************************************************************
002291 ENVIRONMENT DIVISION.
002292 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002310     SELECT ARQ-ENTRADA-FORMAS ASSIGN TO SHPIN
002320         ORGANIZATION IS LINE SEQUENTIAL.
002460     SELECT ARQ-AUDITORIA ASSIGN TO SHPAUD
002470         ORGANIZATION IS LINE SEQUENTIAL
002480         FILE STATUS IS FS-AUDITORIA.
002482     SELECT ARQ-DIARIO-MESTRE ASSIGN TO SHPJRN
002484         ORGANIZATION IS LINE SEQUENTIAL
002486         FILE STATUS IS FS-DIARIO-MESTRE.
002490     SELECT ARQ-INTERFACE-PEDIDO ASSIGN TO SHPMAT
002500         ORGANIZATION IS LINE SEQUENTIAL
002510         FILE STATUS IS FS-INTERFACE-PEDIDO.
002580     SELECT ARQ-TRAVA-EXECUCAO ASSIGN TO SHPLCK
002590         ORGANIZATION IS LINE SEQUENTIAL
002600         FILE STATUS IS FS-TRAVA-EXECUCAO.
002602     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
002604         ORGANIZATION IS LINE SEQUENTIAL
002606         FILE STATUS IS FS-DATA-PROCESSAMENTO.
002610 DATA DIVISION.
002620 FILE SECTION.
002630 FD  ARQ-ENTRADA-FORMAS
002730 FD  ARQ-AUDITORIA
002740     RECORDING MODE IS F.
002750 01  REG-AUDITORIA                PIC X(120).
002752 FD  ARQ-DIARIO-MESTRE
002754     RECORDING MODE IS F.
002756 01  REG-DIARIO-MESTRE.
002758     COPY MSTJRN.
002760 FD  ARQ-INTERFACE-PEDIDO
002770     RECORDING MODE IS F.
002780 01  REG-INTERFACE-PEDIDO.
003010     05  TRV-HORA                PIC 9(06).
003020     05  FILLER                  PIC X(01).
003030     05  TRV-OPERADOR            PIC X(08).
003032 FD  ARQ-DATA-PROCESSAMENTO
003034     RECORDING MODE IS F.
003036 01  REG-DATA-PROCESSAMENTO.
003038     COPY DATPRC.
003040 FD  ARQ-CONTROLE-EXECUCAO
003050     RECORDING MODE IS F.
003060 01  REG-CONTROLE-EXECUCAO       PIC X(132).
003450 77  DIMENSAO-TESTE          PIC 9(4)V99.
003460 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
003470 77  FS-AUDITORIA            PIC X(02) VALUE ZEROES.
003475 77  FS-DIARIO-MESTRE        PIC X(02) VALUE ZEROES.
003480 77  FS-INTERFACE-PEDIDO     PIC X(02) VALUE ZEROES.
003490 77  FS-OPERADORES           PIC X(02) VALUE ZEROES.
003500 77  FS-MATERIAIS            PIC X(02) VALUE ZEROES.
003510 77  FS-RETALHOS             PIC X(02) VALUE ZEROES.
003520 77  FS-TRAVA-EXECUCAO       PIC X(02) VALUE ZEROES.
003530 77  FS-CONTROLE-EXECUCAO    PIC X(02) VALUE ZEROES.
003532 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
003534 01  SW-DIA-PROCESSAMENTO    PIC X(01) VALUE "A".
003536     88  DIA-PROCESSAMENTO-ABERTO   VALUE "A".
003538     88  DIA-PROCESSAMENTO-FECHADO  VALUE "F".
003540 01  SW-OPERADOR-VALIDADO    PIC X(01) VALUE "N".
003550     88  OPERADOR-AUTORIZADO        VALUE "S".
003560     88  OPERADOR-RECUSADO          VALUE "N".
004120     05  FILLER              PIC X(01) VALUE SPACES.
004130     05  CTL-CODIGO-RETORNO  PIC 9(02).
004140 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
004145 77  DATA-RELOGIO            PIC 9(08) VALUE ZEROES.
004150 77  CONT-SEQUENCIA-MESTRE   PIC 9(04) VALUE ZEROES COMP.
004160 77  JOB-LOTE-SEQUENCIA-ATUAL PIC X(10) VALUE SPACES.
004170 77  HORA-SISTEMA            PIC 9(08) VALUE ZEROES.
004200     05  ID-EXEC-HORA        PIC 9(06).
004210 01  JOB-LOTE-ATUAL          PIC X(10).
004220 01  CODIGO-MATERIAL-ATUAL   PIC X(05) VALUE SPACES.
004225 01  CODIGO-PECA-ATUAL       PIC X(10) VALUE SPACES.
004230 01  SW-FIM-MATERIAIS        PIC X(01) VALUE "N".
004240     88  FIM-MATERIAIS               VALUE "S".
004250     88  NAO-FIM-MATERIAIS           VALUE "N".
004570     05  PEN-QUANTIDADE      PIC 9(3).
004580     05  PEN-JOB-LOTE        PIC X(10).
004590     05  PEN-CODIGO-MATERIAL PIC X(05).
004595     05  PEN-CODIGO-PECA     PIC X(10).
004600     05  PEN-AREA-BRUTA      PIC 9(8)V99.
004610     05  PEN-AREA-LIQUIDA    PIC S9(8)V99.
004620     05  PEN-PERIMETRO       PIC 9(8)V99.
005420     IF TRAVA-RECUSADA
005430         GO TO 9999-FIM-PROGRAMA
005440     END-IF.
005442     IF DIA-PROCESSAMENTO-FECHADO
005444         GO TO 9999-FIM-PROGRAMA
005446     END-IF.
005450     IF MODO-BATCH
005460         PERFORM 2000-LE-PROXIMO-REGISTRO
005470             THRU 2000-LE-PROXIMO-REGISTRO-EXIT
005810     IF OPERADOR-RECUSADO
005820         GO TO 1000-INICIALIZA-EXIT
005830     END-IF.
005832     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
005834         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
005836     IF DIA-PROCESSAMENTO-FECHADO
005838         DISPLAY "ERRO - DIA DE PROCESSAMENTO " DATA-SISTEMA
005840             " FECHADO - RODADA RECUSADA. ABRA O DIA (AREASN)."
005842         MOVE 12 TO CODIGO-RETORNO-EXECUCAO
005844         GO TO 1000-INICIALIZA-EXIT
005846     END-IF.
005850     MOVE SPACES TO ENV-PERC-PERDA.
005860     ACCEPT ENV-PERC-PERDA FROM ENVIRONMENT "PERC_PERDA".
005870     IF ENV-PERC-PERDA IS NUMERIC
006030     IF FS-AUDITORIA = "35"
006040         OPEN OUTPUT ARQ-AUDITORIA
006050     END-IF.
006052     OPEN EXTEND ARQ-DIARIO-MESTRE.
006054     IF FS-DIARIO-MESTRE = "35"
006056         OPEN OUTPUT ARQ-DIARIO-MESTRE
006058     END-IF.
006060     ACCEPT HORA-SISTEMA FROM TIME.
006070     MOVE DATA-SISTEMA TO ID-EXEC-DATA.
006080     COMPUTE ID-EXEC-HORA = HORA-SISTEMA / 100.
006590 1000-INICIALIZA-EXIT.
006600     EXIT.
006610*****************************************************************
006611*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
006612*  AREASN), QUE DATA TUDO O QUE A RODADA GRAVA NO LUGAR DO
006613*  RELOGIO. SEM O CONTROLE VALE A DATA DO SISTEMA, COM AVISO. A
006614*  SITUACAO DO DIA (ABERTO/FECHADO) FICA EM SW-DIA-PROCESSAMENTO.
006615*****************************************************************
006616 1050-OBTEM-DATA-PROCESSAMENTO.
006617     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
006618     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
006619     IF FS-DATA-PROCESSAMENTO NOT = "00"
006620         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
006621             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
006622         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
006623     END-IF.
006624     READ ARQ-DATA-PROCESSAMENTO
006625         AT END
006626             MOVE SPACES TO REG-DATA-PROCESSAMENTO
006627     END-READ.
006628     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
006629         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
006630         MOVE DPR-SITUACAO TO SW-DIA-PROCESSAMENTO
006631     ELSE
006632         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
006633             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
006634     END-IF.
006635     CLOSE ARQ-DATA-PROCESSAMENTO.
006636 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
006637     EXIT.
006638*****************************************************************
006639*  VALIDA O OPERADOR CONTRA O CADASTRO DE OPERADORES (OPRMSTR):
006640*  ID DESCONHECIDO E RECUSADO; MODO BATCH SO PARA NIVEL
006641*  SUPERVISOR (NO MODO INTERATIVO A ESCOLHA B DE UM OPERADOR
006650*  COMUM CAI PARA O MENU COM AVISO; NUMA EXECUCAO SEM OPERADOR,
006660*  VIA AMBIENTE, A RODADA E RECUSADA). SEM O CADASTRO O PROGRAMA
006670*  NAO RODA - A TRILHA DE AUDITORIA VALE O QUE VALE A
007980*  NA FINALIZACAO.
007990*****************************************************************
008000 1500-OBTEM-TRAVA.
008005     ACCEPT DATA-RELOGIO FROM DATE YYYYMMDD.
008010     OPEN INPUT ARQ-TRAVA-EXECUCAO.
008020     IF FS-TRAVA-EXECUCAO = "00"
008030         READ ARQ-TRAVA-EXECUCAO
008140         GO TO 1500-OBTEM-TRAVA-EXIT
008150     END-IF.
008160     ACCEPT HORA-SISTEMA FROM TIME.
008170     MOVE DATA-RELOGIO TO TRV-DATA.
008180     COMPUTE TRV-HORA = HORA-SISTEMA / 100.
008190     MOVE OPERADOR-ID TO TRV-OPERADOR.
008200     OPEN OUTPUT ARQ-TRAVA-EXECUCAO.
008380             "SOBRESCREVENDO."
008390         GO TO 1520-AVALIA-TRAVA-EXIT
008400     END-IF.
008410     IF TRV-DATA < DATA-RELOGIO
008420         DISPLAY "AVISO - TRAVA DE EXECUCAO DE " TRV-DATA
008430             " (PROVAVEL ABEND) - SOBRESCREVENDO."
008440         GO TO 1520-AVALIA-TRAVA-EXIT
008490     MOVE TRV-HORA TO HORA-TRAVA-DESMONTADA.
008500     COMPUTE MINUTOS-TRAVA = (TRH-HH * 60) + TRH-MM.
008510     COMPUTE IDADE-TRAVA-MINUTOS = MINUTOS-AGORA - MINUTOS-TRAVA.
008520     IF TRV-DATA = DATA-RELOGIO AND
008530        IDADE-TRAVA-MINUTOS <= LIMITE-MINUTOS-TRAVA
008540         DISPLAY "ERRO - OUTRA EXECUCAO ATIVA DESDE " TRV-HORA
008550             " (OPERADOR " TRV-OPERADOR ") - RODADA RECUSADA. "
009060     MOVE ZEROES TO LADO ALTURA RAIO.
009070     MOVE ENT-JOB-LOTE TO JOB-LOTE-ATUAL.
009080     MOVE ENT-CODIGO-MATERIAL TO CODIGO-MATERIAL-ATUAL.
009085     MOVE ENT-CODIGO-PECA TO CODIGO-PECA-ATUAL.
009090     PERFORM 7200-LOCALIZA-MATERIAL
009100         THRU 7200-LOCALIZA-MATERIAL-EXIT.
009110     MOVE ENT-UNIDADE-MEDIDA TO UNIDADE-MEDIDA-ATUAL.
010160     DISPLAY "INFORME O LOTE/JOB: ".
010170     ACCEPT JOB-LOTE-ATUAL.
010180     MOVE SPACES TO CODIGO-MATERIAL-ATUAL.
010185     MOVE SPACES TO CODIGO-PECA-ATUAL.
010190     DISPLAY "CODIGO DO MATERIAL (BRANCO = SEM MATERIAL): ".
010200     ACCEPT CODIGO-MATERIAL-ATUAL.
010210     PERFORM 7200-LOCALIZA-MATERIAL
014760     MOVE QUANTIDADE-ATUAL TO PEN-QUANTIDADE.
014770     MOVE JOB-LOTE-ATUAL TO PEN-JOB-LOTE.
014780     MOVE CODIGO-MATERIAL-ATUAL TO PEN-CODIGO-MATERIAL.
014785     MOVE CODIGO-PECA-ATUAL TO PEN-CODIGO-PECA.
014790     MOVE AREA-CALCULADA TO PEN-AREA-BRUTA.
014800     MOVE AREA-CALCULADA TO PEN-AREA-LIQUIDA.
014810     MOVE PERIMETRO-CALCULADO TO PEN-PERIMETRO.
015640     MOVE PEN-QUANTIDADE TO QUANTIDADE-ATUAL.
015650     MOVE PEN-JOB-LOTE TO JOB-LOTE-ATUAL.
015660     MOVE PEN-CODIGO-MATERIAL TO CODIGO-MATERIAL-ATUAL.
015665     MOVE PEN-CODIGO-PECA TO CODIGO-PECA-ATUAL.
015670     PERFORM 7200-LOCALIZA-MATERIAL
015680         THRU 7200-LOCALIZA-MATERIAL-EXIT.
015690     MOVE PEN-AREA-LIQUIDA TO AREA-CALCULADA.
017000     MOVE CODIGO-MATERIAL-ATUAL TO MST-CODIGO-MATERIAL.
017010     MOVE PESO-UNITARIO-CALCULADO TO MST-PESO-UNITARIO.
017020     MOVE QTDE-DEDUCOES-ATUAL TO MST-QTDE-DEDUCOES.
017025     MOVE CODIGO-PECA-ATUAL TO MST-CODIGO-PECA.
017027     MOVE SPACES TO MST-RECORTE.
017030     SET MST-PENDENTE-TRANSMISSAO TO TRUE.
017040     WRITE REG-MESTRE-HISTORICO
017050         INVALID KEY
017060             DISPLAY "ERRO AO GRAVAR NO MESTRE DE HISTORICO: "
017070                 MST-CHAVE
017080             SET ERRO-ARQUIVO TO TRUE
017082         NOT INVALID KEY
017084             PERFORM 8350-GRAVA-DIARIO-MESTRE
017086                 THRU 8350-GRAVA-DIARIO-MESTRE-EXIT
017090     END-WRITE.
017100 8300-GRAVA-MESTRE-HISTORICO-EXIT.
017101     EXIT.
017102*****************************************************************
017103*  GRAVA NO DIARIO DO MESTRE (SHPJRN) O REGISTRO DE INCLUSAO DO
017104*  CALCULO QUE ACABOU DE SER GRAVADO NO MESTRE DE HISTORICO, COM
017105*  O INSTANTE DO RELOGIO E A IMAGEM GRAVADA.
017106*****************************************************************
017107 8350-GRAVA-DIARIO-MESTRE.
017108     ACCEPT JRN-DATA FROM DATE YYYYMMDD.
017109     ACCEPT JRN-HORA FROM TIME.
017110     MOVE OPERADOR-ID TO JRN-OPERADOR.
017111     MOVE "AREAS" TO JRN-PROGRAMA.
017112     SET JRN-INCLUSAO TO TRUE.
017113     MOVE MST-CHAVE TO JRN-CHAVE.
017114     MOVE SPACES TO JRN-MESTRE-ANTES.
017115     MOVE REG-MESTRE-HISTORICO TO JRN-MESTRE-DEPOIS.
017116     WRITE REG-DIARIO-MESTRE.
017117     IF FS-DIARIO-MESTRE NOT = "00"
017118         DISPLAY "ERRO AO GRAVAR NO DIARIO DO MESTRE - STATUS: "
017119             FS-DIARIO-MESTRE " CHAVE: " MST-CHAVE
017120         SET ERRO-ARQUIVO TO TRUE
017121     END-IF.
017122 8350-GRAVA-DIARIO-MESTRE-EXIT.
017123     EXIT.
017124*****************************************************************
017130*  LOCALIZA, NO ARQUIVO MESTRE DE HISTORICO JA EXISTENTE, A
017140*  ULTIMA SEQUENCIA GRAVADA PARA O LOTE/JOB CORRENTE (DE UMA
017150*  EXECUCAO ANTERIOR OU DESTA MESMA EXECUCAO), PARA QUE A
017850     MOVE PESO-UNITARIO-CALCULADO TO PED-PESO-UNITARIO.
017860     MOVE PESO-EXTENDIDO-CALCULADO TO PED-PESO-TOTAL.
017870     MOVE ORIGEM-SUGERIDA-ATUAL TO PED-ORIGEM-SUGERIDA.
017873     MOVE PECA-LARGURA-M TO PED-LARGURA-ENVOLVENTE.
017876     MOVE PECA-COMPRIMENTO-M TO PED-COMPRIMENTO-ENVOLVENTE.
017880     WRITE REG-INTERFACE-PEDIDO.
017890     IF FS-INTERFACE-PEDIDO NOT = "00"
017900         DISPLAY "ERRO AO GRAVAR NA INTERFACE DE PEDIDO - "
019680     CLOSE ARQ-RELATORIO.
019690     CLOSE ARQ-MESTRE-HISTORICO.
019700     CLOSE ARQ-AUDITORIA.
019705     CLOSE ARQ-DIARIO-MESTRE.
019710     CLOSE ARQ-INTERFACE-PEDIDO.
019720     IF RETALHOS-ABERTOS
019730         CLOSE ARQ-RETALHOS
