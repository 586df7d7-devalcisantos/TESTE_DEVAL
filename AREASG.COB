000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASG.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - PLANO DE CARGA E
000120*                      ROMANEIO DE EMBARQUE, NO LUGAR DAS CARGAS
000130*                      MONTADAS NO PAPEL PELA EXPEDICAO. RODA
000140*                      PARA UM LOTE (EMBARQUE_LOTE) OU PARA TODOS
000150*                      OS LOTES COM ENTREGA NUMA DATA
000160*                      (EMBARQUE_ENTREGA, AAAAMMDD). O VEICULO
000170*                      (EMBARQUE_VEICULO; SEM ELE, O PRIMEIRO DO
000180*                      CADASTRO VEIMSTR) DA A CAPACIDADE DA CARGA,
000190*                      O LIMITE DE ICAMENTO DO GUINDASTE E O
000200*                      NUMERO DE CARGAS DO DIA. AS PECAS DAS
000210*                      LINHAS ATIVAS (NAO X) DO SHPMSTR, PELO
000220*                      SALDO AINDA NAO EMBARCADO, SAO DISTRIBUIDAS
000230*                      EM CARGAS ABAIXO DA CAPACIDADE, EM
000240*                      ICAMENTOS ABAIXO DO LIMITE DO GUINDASTE.
000250*                      PECA MAIS PESADA QUE O GUINDASTE OU QUE O
000260*                      VEICULO FICA FORA COM AVISO. O ROMANEIO
000270*                      (SHPROM) LISTA POR CARGA LOTE, SEQUENCIA,
000280*                      FORMA, QUANTIDADE, PESO E CLIENTE DO
000290*                      LOTMSTR; O QUE SUBIU EM CADA CARGA VAI PARA
000300*                      O ARQUIVO DE EMBARQUES (SHPEMB, LAYOUT
000310*                      EMBREG), E O QUE NAO COUBE NAS CARGAS DO
000320*                      DIA FICA DE SALDO PARA O DIA SEGUINTE
000330*                      (EMBARQUE PARCIAL). O ROMANEIO TERMINA COM
000340*                      O SALDO POR LOTE. COM EMBARQUE_ACAO = S SO
000350*                      O SALDO POR LOTE E IMPRESSO, SEM MONTAR
000360*                      CARGA NEM GRAVAR EMBARQUE. SALDO QUE FICOU,
000370*                      PECA FORA DOS LIMITES OU LOTE NAO ACHADO
000380*                      TERMINAM COM CODIGO DE RETORNO 4; PARAMETRO
000390*                      OU VEICULO INVALIDO COM 12; FALHA DE
000400*                      ARQUIVO COM 8.
000401*  15/10/2026  EJS     A DATA DO EMBARQUE (EMB-DATA) E A DA
000402*                      EMISSAO DO ROMANEIO PASSAM A SER A DATA DE
000403*                      PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO
000404*                      PELO AREASN), NAO O RELOGIO. COM O DIA
000405*                      FECHADO O ROMANEIO E RECUSADO COM CODIGO
000406*                      12; O SALDO (EMBARQUE_ACAO = S) AINDA RODA.
000407*  15/10/2026  EJS     LINHA DE RECORTE DO MESTRE (AREASU) NAO
000408*                      EMBARCA NEM ENTRA NO SALDO: A PECA REPOSTA
000409*                      SAI PELO SALDO DA LINHA ORIGINAL, QUE
000410*                      CONTINUA INTEGRA.
000411*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ARQ-VEICULOS ASSIGN TO VEIMSTR
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-VEICULOS.
000480     SELECT ARQ-LOTES ASSIGN TO LOTMSTR
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-LOTES.
000510     SELECT ARQ-MESTRE-HISTORICO ASSIGN TO SHPMSTR
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS MST-CHAVE
000550         FILE STATUS IS FS-MESTRE-HISTORICO.
000560     SELECT ARQ-EMBARQUES ASSIGN TO SHPEMB
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-EMBARQUES.
000590     SELECT ARQ-ROMANEIO ASSIGN TO SHPROM
000600         ORGANIZATION IS LINE SEQUENTIAL.
000602     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000604         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ARQ-VEICULOS
000640     RECORDING MODE IS F.
000650 01  REG-VEICULOS.
000660     05  VEI-CODIGO              PIC X(08).
000670     05  VEI-DESCRICAO           PIC X(30).
000680     05  VEI-CAPACIDADE          PIC 9(06)V99.
000690     05  VEI-LIMITE-GUINDASTE    PIC 9(06)V99.
000700     05  VEI-CARGAS-DIA          PIC 9(02).
000710 FD  ARQ-LOTES
000720     RECORDING MODE IS F.
000730 01  REG-LOTES.
000740     COPY LOTMST.
000750 FD  ARQ-MESTRE-HISTORICO.
000760 01  REG-MESTRE-HISTORICO.
000770     COPY MSTHST.
000780 FD  ARQ-EMBARQUES
000790     RECORDING MODE IS F.
000800 01  REG-EMBARQUES.
000810     COPY EMBREG.
000820 FD  ARQ-ROMANEIO
000830     RECORDING MODE IS F.
000840 01  REG-ROMANEIO                PIC X(100).
000842 FD  ARQ-DATA-PROCESSAMENTO
000844     RECORDING MODE IS F.
000846 01  REG-DATA-PROCESSAMENTO.
000848     COPY DATPRC.
000850 WORKING-STORAGE SECTION.
000860 01  SW-FIM-VEICULOS         PIC X(01) VALUE "N".
000870     88  FIM-VEICULOS                VALUE "S".
000880 01  SW-FIM-LOTES            PIC X(01) VALUE "N".
000890     88  FIM-LOTES                   VALUE "S".
000900 01  SW-FIM-EMBARQUES        PIC X(01) VALUE "N".
000910     88  FIM-EMBARQUES               VALUE "S".
000920 01  SW-FIM-MESTRE-LOTE      PIC X(01) VALUE "N".
000930     88  FIM-MESTRE-LOTE             VALUE "S".
000940     88  NAO-FIM-MESTRE-LOTE         VALUE "N".
000950 01  SW-MESTRE-DISPONIVEL    PIC X(01) VALUE "S".
000960     88  MESTRE-DISPONIVEL           VALUE "S".
000970     88  MESTRE-INDISPONIVEL         VALUE "N".
000980 01  SW-ACAO-EMBARQUE        PIC X(01) VALUE "R".
000990     88  ACAO-ROMANEIO               VALUE "R".
001000     88  ACAO-SALDO                  VALUE "S".
001010 01  SW-MODO-SELECAO         PIC X(01) VALUE SPACES.
001020     88  SELECAO-UM-LOTE             VALUE "L".
001030     88  SELECAO-ENTREGA             VALUE "D".
001040 01  SW-VEICULO-ACHADO       PIC X(01) VALUE "N".
001050     88  VEICULO-ACHADO              VALUE "S".
001060 01  SW-CARGA-ABERTA         PIC X(01) VALUE "N".
001070     88  CARGA-ABERTA                VALUE "S".
001080     88  CARGA-FECHADA               VALUE "N".
001090 01  SW-CARGAS-ESGOTADAS     PIC X(01) VALUE "N".
001100     88  CARGAS-ESGOTADAS            VALUE "S".
001110 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
001120     88  ERRO-EXECUCAO               VALUE "S".
001130 01  SW-ERRO-ARQUIVO         PIC X(01) VALUE "N".
001140     88  ERRO-ARQUIVO                VALUE "S".
001150 77  FS-VEICULOS             PIC X(02) VALUE ZEROES.
001160 77  FS-LOTES                PIC X(02) VALUE ZEROES.
001170 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
001180 77  FS-EMBARQUES            PIC X(02) VALUE ZEROES.
001182 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
001184 01  SW-DIA-PROCESSAMENTO    PIC X(01) VALUE "A".
001186     88  DIA-PROCESSAMENTO-ABERTO   VALUE "A".
001188     88  DIA-PROCESSAMENTO-FECHADO  VALUE "F".
001190 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
001200 01  ENV-ACAO-EMBARQUE       PIC X(01).
001210 01  ENV-LOTE-EMBARQUE       PIC X(10).
001220 01  ENV-DATA-ENTREGA        PIC X(08).
001230 01  ENV-DATA-ENTREGA-R REDEFINES ENV-DATA-ENTREGA PIC 9(08).
001240 01  ENV-VEICULO             PIC X(08).
001250 77  DATA-ENTREGA-SELECAO    PIC 9(08) VALUE ZEROES.
001260 01  VEICULO-ESCOLHIDO.
001270     05  VEICULO-CODIGO          PIC X(08) VALUE SPACES.
001280     05  VEICULO-DESCRICAO       PIC X(30) VALUE SPACES.
001290     05  VEICULO-CAPACIDADE      PIC 9(06)V99 VALUE ZEROES.
001300     05  VEICULO-LIMITE-GUINDASTE PIC 9(06)V99 VALUE ZEROES.
001310     05  VEICULO-CARGAS-DIA      PIC 9(02) VALUE ZEROES.
001320 77  CODIGO-LOTE-BUSCA       PIC X(10) VALUE SPACES.
001330 77  I-LOTE                  PIC 9(03) VALUE ZEROES COMP.
001340 77  I-LOTE-ACHADO           PIC 9(03) VALUE ZEROES COMP.
001350 77  I-BUSCA-LOTE            PIC 9(03) VALUE ZEROES COMP.
001360 77  QTD-LOTES-TABELA        PIC 9(03) VALUE ZEROES COMP.
001370 77  MAXIMO-LOTES-TABELA     PIC 9(03) VALUE 500 COMP.
001380 01  TABELA-LOTES.
001390     05  ITEM-LOTE OCCURS 500.
001400         10  TAB-LOT-CODIGO          PIC X(10).
001410         10  TAB-LOT-CLIENTE         PIC X(30).
001420         10  TAB-LOT-DATA-ENTREGA    PIC 9(08).
001430         10  TAB-LOT-PECAS           PIC 9(07) COMP.
001440         10  TAB-LOT-EMBARCADAS-ANTES PIC 9(07) COMP.
001450         10  TAB-LOT-EMBARCADAS-HOJE PIC 9(07) COMP.
001460         10  TAB-LOT-PESO-SALDO      PIC 9(08)V99.
001470 77  CHAVE-EMBARQUE-BUSCA    PIC X(14) VALUE SPACES.
001480 77  I-EMBARQUE              PIC 9(05) VALUE ZEROES COMP.
001490 77  I-EMBARQUE-ACHADO       PIC 9(05) VALUE ZEROES COMP.
001500 77  QTD-EMBARQUES-TABELA    PIC 9(05) VALUE ZEROES COMP.
001510 77  MAXIMO-EMBARQUES-TABELA PIC 9(05) VALUE 5000 COMP.
001520 77  EMBARQUES-EXCEDENTES    PIC 9(05) VALUE ZEROES COMP.
001530 01  TABELA-EMBARQUES.
001540     05  ITEM-EMBARQUE OCCURS 5000.
001550         10  TAB-EMB-CHAVE           PIC X(14).
001560         10  TAB-EMB-QUANTIDADE      PIC 9(05) COMP.
001570 77  ULTIMO-NUMERO-ROMANEIO  PIC 9(06) VALUE ZEROES.
001580 77  NUMERO-ROMANEIO         PIC 9(06) VALUE ZEROES.
001590 77  NUMERO-CARGA            PIC 9(03) VALUE ZEROES.
001600 77  PESO-CARGA              PIC 9(08)V99 VALUE ZEROES.
001610 77  PECAS-CARGA             PIC 9(07) VALUE ZEROES COMP.
001620 77  QUANTIDADE-LINHA        PIC 9(05) VALUE ZEROES COMP.
001630 77  EMBARCADO-LINHA         PIC 9(05) VALUE ZEROES COMP.
001640 77  SALDO-LINHA             PIC 9(05) VALUE ZEROES COMP.
001650 77  PECAS-CABEM-CARGA       PIC 9(07) VALUE ZEROES.
001660 77  PECAS-CABEM-GUINDASTE   PIC 9(07) VALUE ZEROES.
001670 77  PECAS-ICAMENTO          PIC 9(05) VALUE ZEROES COMP.
001680 77  PESO-ICAMENTO           PIC 9(08)V99 VALUE ZEROES.
001690 77  PERC-OCUPACAO-CARGA     PIC 9(03)V99 VALUE ZEROES.
001700 77  CONT-LINHAS-EMBARCADAS  PIC 9(05) VALUE ZEROES COMP.
001710 77  CONT-PECAS-EMBARCADAS   PIC 9(07) VALUE ZEROES COMP.
001720 77  PESO-EMBARCADO          PIC 9(08)V99 VALUE ZEROES.
001730 77  CONT-LINHAS-FORA-LIMITE PIC 9(05) VALUE ZEROES COMP.
001740 77  CONT-LINHAS-COM-SALDO   PIC 9(05) VALUE ZEROES COMP.
001750 77  CONT-OCORRENCIAS        PIC 9(05) VALUE ZEROES COMP.
001760 01  LINHA-TITULO-ROMANEIO.
001770     05  FILLER              PIC X(31)
001780             VALUE "ROMANEIO DE EMBARQUE - NUMERO ".
001790     05  TIT-NUMERO-ROMANEIO PIC 9(06).
001800     05  FILLER              PIC X(10) VALUE " - DATA: ".
001810     05  TIT-DATA-EMISSAO    PIC 9(08).
001820     05  FILLER              PIC X(03) VALUE " - ".
001830     05  TIT-SELECAO         PIC X(30).
001840 01  LINHA-TITULO-SALDO.
001850     05  FILLER              PIC X(41)
001860             VALUE "POSICAO DE EMBARQUE DOS LOTES - DATA: ".
001870     05  TIS-DATA-EMISSAO    PIC 9(08).
001880     05  FILLER              PIC X(03) VALUE " - ".
001890     05  TIS-SELECAO         PIC X(30).
001900 01  LINHA-VEICULO.
001910     05  FILLER              PIC X(10) VALUE "VEICULO: ".
001920     05  VEI-ROM-CODIGO      PIC X(08).
001930     05  FILLER              PIC X(01) VALUE SPACES.
001940     05  VEI-ROM-DESCRICAO   PIC X(30).
001950     05  FILLER              PIC X(14) VALUE " CAPACIDADE: ".
001960     05  VEI-ROM-CAPACIDADE  PIC ZZZZZ9.99.
001970     05  FILLER              PIC X(13) VALUE " GUINDASTE: ".
001980     05  VEI-ROM-GUINDASTE   PIC ZZZZZ9.99.
001990 01  LINHA-CABECALHO-CARGA.
002000     05  FILLER              PIC X(07) VALUE "CARGA ".
002010     05  CAB-CAR-NUMERO      PIC ZZ9.
002020     05  FILLER              PIC X(04) VALUE SPACES.
002030     05  FILLER              PIC X(54) VALUE
002040         "LOTE        SEQ  FORMA         QTD       PESO  CLIENTE".
002050 01  LINHA-DETALHE-ROMANEIO.
002060     05  FILLER              PIC X(14) VALUE SPACES.
002070     05  DET-ROM-LOTE        PIC X(10).
002080     05  FILLER              PIC X(02) VALUE SPACES.
002090     05  DET-ROM-SEQUENCIA   PIC ZZZ9.
002100     05  FILLER              PIC X(01) VALUE SPACES.
002110     05  DET-ROM-FORMA       PIC X(12).
002120     05  FILLER              PIC X(02) VALUE SPACES.
002130     05  DET-ROM-QUANTIDADE  PIC ZZ9.
002140     05  FILLER              PIC X(01) VALUE SPACES.
002150     05  DET-ROM-PESO        PIC ZZZZZ9.99.
002160     05  FILLER              PIC X(02) VALUE SPACES.
002170     05  DET-ROM-CLIENTE     PIC X(30).
002180 01  LINHA-TOTAL-CARGA.
002190     05  FILLER              PIC X(14) VALUE SPACES.
002200     05  FILLER              PIC X(16) VALUE "TOTAL DA CARGA: ".
002210     05  TOT-CAR-PECAS       PIC ZZZZZZ9.
002220     05  FILLER              PIC X(09) VALUE " PECAS - ".
002230     05  TOT-CAR-PESO        PIC ZZZZZZZ9.99.
002240     05  FILLER              PIC X(16) VALUE " KG - OCUPACAO: ".
002250     05  TOT-CAR-OCUPACAO    PIC ZZ9.99.
002260     05  FILLER              PIC X(01) VALUE "%".
002270 01  LINHA-FORA-LIMITE.
002280     05  FILLER              PIC X(14) VALUE SPACES.
002290     05  FOR-LIM-LOTE        PIC X(10).
002300     05  FILLER              PIC X(02) VALUE SPACES.
002310     05  FOR-LIM-SEQUENCIA   PIC ZZZ9.
002320     05  FILLER              PIC X(16) VALUE " - PECA DE KG: ".
002330     05  FOR-LIM-PESO        PIC ZZZZZ9.99.
002340     05  FILLER              PIC X(03) VALUE " - ".
002350     05  FOR-LIM-MOTIVO      PIC X(38).
002360 01  LINHA-CABECALHO-SALDO.
002370     05  FILLER              PIC X(50) VALUE
002380         "LOTE        ENTREGA     PECAS  EMBARC.ANT  EMBARC.".
002390     05  FILLER              PIC X(32) VALUE
002400         "HOJE   SALDO  PESO SALDO (KG)".
002410 01  LINHA-SALDO-LOTE.
002420     05  SAL-LOT-CODIGO      PIC X(10).
002430     05  FILLER              PIC X(02) VALUE SPACES.
002440     05  SAL-LOT-ENTREGA     PIC 9(08).
002450     05  FILLER              PIC X(02) VALUE SPACES.
002460     05  SAL-LOT-PECAS       PIC ZZZZZZ9.
002470     05  FILLER              PIC X(04) VALUE SPACES.
002480     05  SAL-LOT-ANTES       PIC ZZZZZZ9.
002490     05  FILLER              PIC X(05) VALUE SPACES.
002500     05  SAL-LOT-HOJE        PIC ZZZZZZ9.
002510     05  FILLER              PIC X(01) VALUE SPACES.
002520     05  SAL-LOT-SALDO       PIC ZZZZZZ9.
002530     05  FILLER              PIC X(04) VALUE SPACES.
002540     05  SAL-LOT-PESO        PIC ZZZZZZZ9.99.
002550     05  FILLER              PIC X(02) VALUE SPACES.
002560     05  SAL-LOT-SITUACAO    PIC X(18).
002570 01  LINHA-RESUMO-ROMANEIO.
002580     05  RES-ROM-TITULO      PIC X(40).
002590     05  RES-ROM-VALOR       PIC ZZZZZZZ9.99.
002600 PROCEDURE DIVISION.
002610 0000-MAINLINE.
002620     PERFORM 1000-INICIALIZA
002630         THRU 1000-INICIALIZA-EXIT.
002640     IF ERRO-EXECUCAO
002650         GO TO 9999-FIM-PROGRAMA
002660     END-IF.
002670     PERFORM 2000-PROCESSA-LOTE
002680         THRU 2000-PROCESSA-LOTE-EXIT
002690         VARYING I-LOTE FROM 1 BY 1
002700         UNTIL I-LOTE > QTD-LOTES-TABELA.
002710     IF CARGA-ABERTA
002720         PERFORM 2400-FECHA-CARGA
002730             THRU 2400-FECHA-CARGA-EXIT
002740     END-IF.
002750     PERFORM 8000-IMPRIME-SALDOS
002760         THRU 8000-IMPRIME-SALDOS-EXIT.
002770     PERFORM 9000-FINALIZA
002780         THRU 9000-FINALIZA-EXIT.
002790     GO TO 9999-FIM-PROGRAMA.
002800*****************************************************************
002810*  INICIALIZACAO - LE OS PARAMETROS, ESCOLHE O VEICULO, MONTA A
002820*  TABELA DOS LOTES SELECIONADOS, CARREGA O QUE JA FOI EMBARCADO
002830*  DESSES LOTES E ABRE MESTRE, EMBARQUES E ROMANEIO.
002840*****************************************************************
002850 1000-INICIALIZA.
002856     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
002862         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002870     PERFORM 1100-LE-PARAMETROS
002880         THRU 1100-LE-PARAMETROS-EXIT.
002890     IF ERRO-EXECUCAO
002900         GO TO 1000-INICIALIZA-EXIT
002910     END-IF.
002911     IF ACAO-ROMANEIO AND DIA-PROCESSAMENTO-FECHADO
002912         DISPLAY "ERRO - DIA DE PROCESSAMENTO " DATA-SISTEMA
002913             " FECHADO - ROMANEIO RECUSADO. ABRA O DIA (AREASN)."
002914         SET ERRO-EXECUCAO TO TRUE
002915         MOVE 12 TO RETURN-CODE
002916         GO TO 1000-INICIALIZA-EXIT
002917     END-IF.
002920     IF ACAO-ROMANEIO
002930         PERFORM 1200-ESCOLHE-VEICULO
002940             THRU 1200-ESCOLHE-VEICULO-EXIT
002950         IF ERRO-EXECUCAO
002960             GO TO 1000-INICIALIZA-EXIT
002970         END-IF
002980     END-IF.
002990     OPEN INPUT ARQ-LOTES.
003000     IF FS-LOTES NOT = "00"
003010         DISPLAY "ERRO - CADASTRO DE LOTES (LOTMSTR) NAO "
003020             "ABERTO - STATUS: " FS-LOTES
003030         SET ERRO-EXECUCAO TO TRUE
003040         MOVE 8 TO RETURN-CODE
003050         GO TO 1000-INICIALIZA-EXIT
003060     END-IF.
003070     PERFORM 1300-SELECIONA-LOTE
003080         THRU 1300-SELECIONA-LOTE-EXIT
003090         UNTIL FIM-LOTES.
003100     CLOSE ARQ-LOTES.
003110     IF QTD-LOTES-TABELA = ZEROES
003120         IF SELECAO-UM-LOTE
003130             DISPLAY "AVISO - LOTE NAO CADASTRADO: "
003140                 ENV-LOTE-EMBARQUE
003150         ELSE
003160             DISPLAY "AVISO - NENHUM LOTE COM ENTREGA EM "
003170                 DATA-ENTREGA-SELECAO
003180         END-IF
003190         ADD 1 TO CONT-OCORRENCIAS
003200     END-IF.
003210     OPEN INPUT ARQ-EMBARQUES.
003220     IF FS-EMBARQUES = "00"
003230         PERFORM 1400-CARREGA-EMBARQUE
003240             THRU 1400-CARREGA-EMBARQUE-EXIT
003250             UNTIL FIM-EMBARQUES
003260         CLOSE ARQ-EMBARQUES
003270     END-IF.
003280     IF EMBARQUES-EXCEDENTES > ZEROES
003290         DISPLAY "ERRO - EMBARQUES DOS LOTES (SHPEMB) MAIORES "
003300             "QUE A TABELA - " EMBARQUES-EXCEDENTES " LINHA(S) - "
003310             "SALDO NAO CONFIAVEL - EXECUCAO ABORTADA."
003320         SET ERRO-EXECUCAO TO TRUE
003330         MOVE 8 TO RETURN-CODE
003340         GO TO 1000-INICIALIZA-EXIT
003350     END-IF.
003360     OPEN INPUT ARQ-MESTRE-HISTORICO.
003370     IF FS-MESTRE-HISTORICO NOT = "00"
003380         DISPLAY "AVISO - MESTRE DE HISTORICO NAO ABERTO - "
003390             "STATUS: " FS-MESTRE-HISTORICO
003400         SET MESTRE-INDISPONIVEL TO TRUE
003410     END-IF.
003420     IF ACAO-ROMANEIO
003430         OPEN EXTEND ARQ-EMBARQUES
003440         IF FS-EMBARQUES = "35"
003450             OPEN OUTPUT ARQ-EMBARQUES
003460         END-IF
003470         IF FS-EMBARQUES NOT = "00"
003480             DISPLAY "ERRO - ARQUIVO DE EMBARQUES (SHPEMB) NAO "
003490                 "ABERTO - STATUS: " FS-EMBARQUES
003500             IF MESTRE-DISPONIVEL
003510                 CLOSE ARQ-MESTRE-HISTORICO
003520             END-IF
003530             SET ERRO-EXECUCAO TO TRUE
003540             MOVE 8 TO RETURN-CODE
003550             GO TO 1000-INICIALIZA-EXIT
003560         END-IF
003570     END-IF.
003580     OPEN OUTPUT ARQ-ROMANEIO.
003590     IF ACAO-SALDO
003600         MOVE DATA-SISTEMA TO TIS-DATA-EMISSAO
003610         MOVE TIT-SELECAO TO TIS-SELECAO
003620         WRITE REG-ROMANEIO FROM LINHA-TITULO-SALDO
003630         GO TO 1000-INICIALIZA-EXIT
003640     END-IF.
003650     COMPUTE NUMERO-ROMANEIO = ULTIMO-NUMERO-ROMANEIO + 1.
003660     MOVE NUMERO-ROMANEIO TO TIT-NUMERO-ROMANEIO.
003670     MOVE DATA-SISTEMA TO TIT-DATA-EMISSAO.
003680     WRITE REG-ROMANEIO FROM LINHA-TITULO-ROMANEIO.
003690     MOVE VEICULO-CODIGO TO VEI-ROM-CODIGO.
003700     MOVE VEICULO-DESCRICAO TO VEI-ROM-DESCRICAO.
003710     MOVE VEICULO-CAPACIDADE TO VEI-ROM-CAPACIDADE.
003720     MOVE VEICULO-LIMITE-GUINDASTE TO VEI-ROM-GUINDASTE.
003730     WRITE REG-ROMANEIO FROM LINHA-VEICULO.
003740 1000-INICIALIZA-EXIT.
003750     EXIT.
003751*****************************************************************
003752*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
003753*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
003754*  SISTEMA, COM AVISO. A SITUACAO DO DIA (ABERTO/FECHADO)
003755*  FICA EM SW-DIA-PROCESSAMENTO.
003756*****************************************************************
003757 1050-OBTEM-DATA-PROCESSAMENTO.
003758     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
003759     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
003760     IF FS-DATA-PROCESSAMENTO NOT = "00"
003761         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
003762             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
003763         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
003764     END-IF.
003765     READ ARQ-DATA-PROCESSAMENTO
003766         AT END
003767             MOVE SPACES TO REG-DATA-PROCESSAMENTO
003768     END-READ.
003769     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
003770         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
003771         MOVE DPR-SITUACAO TO SW-DIA-PROCESSAMENTO
003772     ELSE
003773         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
003774             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
003775     END-IF.
003776     CLOSE ARQ-DATA-PROCESSAMENTO.
003777 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
003778     EXIT.
003779*****************************************************************
003780*  PARAMETROS DO AMBIENTE: EMBARQUE_ACAO (R-ROMANEIO, PADRAO, OU
003781*  S-SO O SALDO), EMBARQUE_LOTE OU EMBARQUE_ENTREGA (AAAAMMDD) E
003790*  EMBARQUE_VEICULO. SEM LOTE E SEM DATA NAO HA O QUE EMBARCAR.
003800*****************************************************************
003810 1100-LE-PARAMETROS.
003820     MOVE SPACES TO ENV-ACAO-EMBARQUE.
003830     ACCEPT ENV-ACAO-EMBARQUE FROM ENVIRONMENT "EMBARQUE_ACAO".
003840     IF ENV-ACAO-EMBARQUE = "S"
003850         SET ACAO-SALDO TO TRUE
003860     END-IF.
003870     MOVE SPACES TO ENV-LOTE-EMBARQUE.
003880     ACCEPT ENV-LOTE-EMBARQUE FROM ENVIRONMENT "EMBARQUE_LOTE".
003890     MOVE SPACES TO ENV-DATA-ENTREGA.
003900     ACCEPT ENV-DATA-ENTREGA FROM ENVIRONMENT "EMBARQUE_ENTREGA".
003910     MOVE SPACES TO ENV-VEICULO.
003920     ACCEPT ENV-VEICULO FROM ENVIRONMENT "EMBARQUE_VEICULO".
003930     IF ENV-LOTE-EMBARQUE NOT = SPACES
003940         SET SELECAO-UM-LOTE TO TRUE
003950         MOVE "LOTE " TO TIT-SELECAO
003960         MOVE ENV-LOTE-EMBARQUE TO TIT-SELECAO (6:10)
003970         GO TO 1100-LE-PARAMETROS-EXIT
003980     END-IF.
003990     IF ENV-DATA-ENTREGA IS NUMERIC AND
004000        ENV-DATA-ENTREGA-R > ZEROES
004010         SET SELECAO-ENTREGA TO TRUE
004020         MOVE ENV-DATA-ENTREGA-R TO DATA-ENTREGA-SELECAO
004030         MOVE "ENTREGA EM " TO TIT-SELECAO
004040         MOVE ENV-DATA-ENTREGA TO TIT-SELECAO (12:8)
004050         GO TO 1100-LE-PARAMETROS-EXIT
004060     END-IF.
004070     DISPLAY "ERRO - INFORME EMBARQUE_LOTE OU EMBARQUE_ENTREGA "
004080         "(AAAAMMDD) - EXECUCAO RECUSADA."
004090     SET ERRO-EXECUCAO TO TRUE.
004100     MOVE 12 TO RETURN-CODE.
004110 1100-LE-PARAMETROS-EXIT.
004120     EXIT.
004130*****************************************************************
004140*  ESCOLHE O VEICULO DA CARGA NO CADASTRO VEIMSTR: O INFORMADO EM
004150*  EMBARQUE_VEICULO OU, SEM ELE, O PRIMEIRO DO CADASTRO. VEICULO
004160*  SEM CAPACIDADE OU SEM LIMITE DE GUINDASTE E RECUSADO; SEM
004170*  NUMERO DE CARGAS DO DIA, VALE UMA CARGA.
004180*****************************************************************
004190 1200-ESCOLHE-VEICULO.
004200     OPEN INPUT ARQ-VEICULOS.
004210     IF FS-VEICULOS NOT = "00"
004220         DISPLAY "ERRO - CADASTRO DE VEICULOS (VEIMSTR) NAO "
004230             "ABERTO - STATUS: " FS-VEICULOS
004240         SET ERRO-EXECUCAO TO TRUE
004250         MOVE 8 TO RETURN-CODE
004260         GO TO 1200-ESCOLHE-VEICULO-EXIT
004270     END-IF.
004280     PERFORM 1210-PROCURA-VEICULO
004290         THRU 1210-PROCURA-VEICULO-EXIT
004300         UNTIL FIM-VEICULOS OR VEICULO-ACHADO.
004310     CLOSE ARQ-VEICULOS.
004320     IF NOT VEICULO-ACHADO
004330         DISPLAY "ERRO - VEICULO NAO CADASTRADO: " ENV-VEICULO
004340         SET ERRO-EXECUCAO TO TRUE
004350         MOVE 12 TO RETURN-CODE
004360         GO TO 1200-ESCOLHE-VEICULO-EXIT
004370     END-IF.
004380     IF VEICULO-CAPACIDADE = ZEROES OR
004390        VEICULO-LIMITE-GUINDASTE = ZEROES
004400         DISPLAY "ERRO - VEICULO " VEICULO-CODIGO " SEM "
004410             "CAPACIDADE OU SEM LIMITE DE GUINDASTE NO CADASTRO."
004420         SET ERRO-EXECUCAO TO TRUE
004430         MOVE 12 TO RETURN-CODE
004440         GO TO 1200-ESCOLHE-VEICULO-EXIT
004450     END-IF.
004460     IF VEICULO-CARGAS-DIA = ZEROES
004470         MOVE 1 TO VEICULO-CARGAS-DIA
004480     END-IF.
004490 1200-ESCOLHE-VEICULO-EXIT.
004500     EXIT.
004510 1210-PROCURA-VEICULO.
004520     READ ARQ-VEICULOS
004530         AT END
004540             SET FIM-VEICULOS TO TRUE
004550             GO TO 1210-PROCURA-VEICULO-EXIT
004560     END-READ.
004570     IF ENV-VEICULO NOT = SPACES AND VEI-CODIGO NOT = ENV-VEICULO
004580         GO TO 1210-PROCURA-VEICULO-EXIT
004590     END-IF.
004600     SET VEICULO-ACHADO TO TRUE.
004610     MOVE VEI-CODIGO TO VEICULO-CODIGO.
004620     MOVE VEI-DESCRICAO TO VEICULO-DESCRICAO.
004630     IF VEI-CAPACIDADE IS NUMERIC
004640         MOVE VEI-CAPACIDADE TO VEICULO-CAPACIDADE
004650     END-IF.
004660     IF VEI-LIMITE-GUINDASTE IS NUMERIC
004670         MOVE VEI-LIMITE-GUINDASTE TO VEICULO-LIMITE-GUINDASTE
004680     END-IF.
004690     IF VEI-CARGAS-DIA IS NUMERIC
004700         MOVE VEI-CARGAS-DIA TO VEICULO-CARGAS-DIA
004710     END-IF.
004720 1210-PROCURA-VEICULO-EXIT.
004730     EXIT.
004740*****************************************************************
004750*  LE O PROXIMO LOTE DO CADASTRO E O GUARDA NA TABELA QUANDO E O
004760*  LOTE PEDIDO OU QUANDO A ENTREGA CAI NA DATA PEDIDA.
004770*****************************************************************
004780 1300-SELECIONA-LOTE.
004790     READ ARQ-LOTES
004800         AT END
004810             SET FIM-LOTES TO TRUE
004820             GO TO 1300-SELECIONA-LOTE-EXIT
004830     END-READ.
004840     IF SELECAO-UM-LOTE
004850         IF LOT-CODIGO NOT = ENV-LOTE-EMBARQUE
004860             GO TO 1300-SELECIONA-LOTE-EXIT
004870         END-IF
004880     ELSE
004890         IF LOT-DATA-ENTREGA NOT = DATA-ENTREGA-SELECAO
004900             GO TO 1300-SELECIONA-LOTE-EXIT
004910         END-IF
004920     END-IF.
004930     IF QTD-LOTES-TABELA >= MAXIMO-LOTES-TABELA
004940         DISPLAY "AVISO - TABELA DE LOTES ESGOTADA - LOTE NAO "
004950             "EMBARCADO: " LOT-CODIGO
004960         ADD 1 TO CONT-OCORRENCIAS
004970         GO TO 1300-SELECIONA-LOTE-EXIT
004980     END-IF.
004990     ADD 1 TO QTD-LOTES-TABELA.
005000     MOVE LOT-CODIGO TO TAB-LOT-CODIGO (QTD-LOTES-TABELA).
005010     MOVE LOT-CLIENTE TO TAB-LOT-CLIENTE (QTD-LOTES-TABELA).
005020     MOVE LOT-DATA-ENTREGA
005030         TO TAB-LOT-DATA-ENTREGA (QTD-LOTES-TABELA).
005040     MOVE ZEROES TO TAB-LOT-PECAS (QTD-LOTES-TABELA)
005050         TAB-LOT-EMBARCADAS-ANTES (QTD-LOTES-TABELA)
005060         TAB-LOT-EMBARCADAS-HOJE (QTD-LOTES-TABELA)
005070         TAB-LOT-PESO-SALDO (QTD-LOTES-TABELA).
005080 1300-SELECIONA-LOTE-EXIT.
005090     EXIT.
005100*****************************************************************
005110*  LE O PROXIMO EMBARQUE JA GRAVADO. GUARDA O MAIOR NUMERO DE
005120*  ROMANEIO E, PARA OS LOTES DA TABELA, SOMA A QUANTIDADE JA
005130*  EMBARCADA POR LINHA DO MESTRE.
005140*****************************************************************
005150 1400-CARREGA-EMBARQUE.
005160     READ ARQ-EMBARQUES
005170         AT END
005180             SET FIM-EMBARQUES TO TRUE
005190             GO TO 1400-CARREGA-EMBARQUE-EXIT
005200     END-READ.
005210     IF EMB-NUMERO-ROMANEIO > ULTIMO-NUMERO-ROMANEIO
005220         MOVE EMB-NUMERO-ROMANEIO TO ULTIMO-NUMERO-ROMANEIO
005230     END-IF.
005240     MOVE EMB-JOB-LOTE TO CODIGO-LOTE-BUSCA.
005250     PERFORM 5000-LOCALIZA-LOTE
005260         THRU 5000-LOCALIZA-LOTE-EXIT.
005270     IF I-LOTE-ACHADO = ZEROES
005280         GO TO 1400-CARREGA-EMBARQUE-EXIT
005290     END-IF.
005300     MOVE EMB-CHAVE-MESTRE TO CHAVE-EMBARQUE-BUSCA.
005310     PERFORM 5100-LOCALIZA-EMBARQUE
005320         THRU 5100-LOCALIZA-EMBARQUE-EXIT.
005330     IF I-EMBARQUE-ACHADO > ZEROES
005340         ADD EMB-QUANTIDADE
005350             TO TAB-EMB-QUANTIDADE (I-EMBARQUE-ACHADO)
005360         GO TO 1400-CARREGA-EMBARQUE-EXIT
005370     END-IF.
005380     IF QTD-EMBARQUES-TABELA >= MAXIMO-EMBARQUES-TABELA
005390         ADD 1 TO EMBARQUES-EXCEDENTES
005400         GO TO 1400-CARREGA-EMBARQUE-EXIT
005410     END-IF.
005420     ADD 1 TO QTD-EMBARQUES-TABELA.
005430     MOVE EMB-CHAVE-MESTRE
005440         TO TAB-EMB-CHAVE (QTD-EMBARQUES-TABELA).
005450     MOVE EMB-QUANTIDADE
005460         TO TAB-EMB-QUANTIDADE (QTD-EMBARQUES-TABELA).
005470 1400-CARREGA-EMBARQUE-EXIT.
005480     EXIT.
005490*****************************************************************
005500*  POSICIONA O MESTRE NO INICIO DO LOTE CORRENTE E PASSA POR
005510*  TODAS AS SUAS LINHAS.
005520*****************************************************************
005530 2000-PROCESSA-LOTE.
005540     IF MESTRE-INDISPONIVEL
005550         GO TO 2000-PROCESSA-LOTE-EXIT
005560     END-IF.
005570     SET NAO-FIM-MESTRE-LOTE TO TRUE.
005580     MOVE TAB-LOT-CODIGO (I-LOTE) TO MST-JOB-LOTE.
005590     MOVE ZEROES TO MST-SEQUENCIA.
005600     START ARQ-MESTRE-HISTORICO KEY IS NOT < MST-CHAVE
005610         INVALID KEY
005620             SET FIM-MESTRE-LOTE TO TRUE
005630     END-START.
005640     PERFORM 2100-LE-LINHA-LOTE
005650         THRU 2100-LE-LINHA-LOTE-EXIT
005660         UNTIL FIM-MESTRE-LOTE.
005670 2000-PROCESSA-LOTE-EXIT.
005680     EXIT.
005690*****************************************************************
005696*  LE A PROXIMA LINHA DO LOTE. LINHA CANCELADA (X) OU DE RECORTE
005702*  NAO EMBARCA - A PECA DO RECORTE SAI PELA LINHA ORIGINAL.
005710*  DA LINHA ATIVA APURA O SALDO AINDA NAO EMBARCADO E, NO
005720*  ROMANEIO, O DISTRIBUI NAS CARGAS.
005730*****************************************************************
005740 2100-LE-LINHA-LOTE.
005750     READ ARQ-MESTRE-HISTORICO NEXT RECORD
005760         AT END
005770             SET FIM-MESTRE-LOTE TO TRUE
005780             GO TO 2100-LE-LINHA-LOTE-EXIT
005790     END-READ.
005800     IF MST-JOB-LOTE NOT = TAB-LOT-CODIGO (I-LOTE)
005810         SET FIM-MESTRE-LOTE TO TRUE
005820         GO TO 2100-LE-LINHA-LOTE-EXIT
005830     END-IF.
005840     IF MST-CANCELADO OR MST-LINHA-RECORTE
005850         GO TO 2100-LE-LINHA-LOTE-EXIT
005860     END-IF.
005870     IF MST-QUANTIDADE IS NUMERIC AND MST-QUANTIDADE > ZEROES
005880         MOVE MST-QUANTIDADE TO QUANTIDADE-LINHA
005890     ELSE
005900         MOVE 1 TO QUANTIDADE-LINHA
005910     END-IF.
005920     IF MST-PESO-UNITARIO NOT NUMERIC
005930         MOVE ZEROES TO MST-PESO-UNITARIO
005940     END-IF.
005950     MOVE ZEROES TO EMBARCADO-LINHA.
005960     MOVE MST-CHAVE TO CHAVE-EMBARQUE-BUSCA.
005970     PERFORM 5100-LOCALIZA-EMBARQUE
005980         THRU 5100-LOCALIZA-EMBARQUE-EXIT.
005990     IF I-EMBARQUE-ACHADO > ZEROES
006000         MOVE TAB-EMB-QUANTIDADE (I-EMBARQUE-ACHADO)
006010             TO EMBARCADO-LINHA
006020     END-IF.
006030     IF EMBARCADO-LINHA > QUANTIDADE-LINHA
006040         MOVE QUANTIDADE-LINHA TO EMBARCADO-LINHA
006050     END-IF.
006060     ADD QUANTIDADE-LINHA TO TAB-LOT-PECAS (I-LOTE).
006070     ADD EMBARCADO-LINHA TO TAB-LOT-EMBARCADAS-ANTES (I-LOTE).
006080     COMPUTE SALDO-LINHA = QUANTIDADE-LINHA - EMBARCADO-LINHA.
006090     IF SALDO-LINHA = ZEROES
006100         GO TO 2100-LE-LINHA-LOTE-EXIT
006110     END-IF.
006120     IF ACAO-ROMANEIO
006130         PERFORM 2200-CARREGA-LINHA
006140             THRU 2200-CARREGA-LINHA-EXIT
006150     END-IF.
006160     IF SALDO-LINHA > ZEROES
006170         ADD 1 TO CONT-LINHAS-COM-SALDO
006180         COMPUTE TAB-LOT-PESO-SALDO (I-LOTE) =
006190             TAB-LOT-PESO-SALDO (I-LOTE) +
006200             (MST-PESO-UNITARIO * SALDO-LINHA)
006210     END-IF.
006220 2100-LE-LINHA-LOTE-EXIT.
006230     EXIT.
006240*****************************************************************
006250*  DISTRIBUI O SALDO DA LINHA NAS CARGAS, UM ICAMENTO POR VEZ.
006260*  PECA MAIS PESADA QUE O GUINDASTE OU QUE O VEICULO NAO SOBE E
006270*  E LISTADA A PARTE; O QUE NAO COUBE NAS CARGAS DO DIA FICA DE
006280*  SALDO.
006290*****************************************************************
006300 2200-CARREGA-LINHA.
006310     IF MST-PESO-UNITARIO > VEICULO-LIMITE-GUINDASTE
006320         MOVE "ACIMA DO LIMITE DO GUINDASTE" TO FOR-LIM-MOTIVO
006330         PERFORM 2500-IMPRIME-FORA-LIMITE
006340             THRU 2500-IMPRIME-FORA-LIMITE-EXIT
006350         GO TO 2200-CARREGA-LINHA-EXIT
006360     END-IF.
006370     IF MST-PESO-UNITARIO > VEICULO-CAPACIDADE
006380         MOVE "ACIMA DA CAPACIDADE DO VEICULO" TO FOR-LIM-MOTIVO
006390         PERFORM 2500-IMPRIME-FORA-LIMITE
006400             THRU 2500-IMPRIME-FORA-LIMITE-EXIT
006410         GO TO 2200-CARREGA-LINHA-EXIT
006420     END-IF.
006430     PERFORM 2210-EMBARCA-ICAMENTO
006440         THRU 2210-EMBARCA-ICAMENTO-EXIT
006450         UNTIL SALDO-LINHA = ZEROES OR CARGAS-ESGOTADAS.
006460 2200-CARREGA-LINHA-EXIT.
006470     EXIT.
006480*****************************************************************
006490*  SOBE UM ICAMENTO DA LINHA NA CARGA ABERTA: TANTAS PECAS QUANTO
006500*  CABEM NO QUE RESTA DA CAPACIDADE E NO LIMITE DO GUINDASTE, SEM
006510*  PASSAR DO SALDO. CARGA SEM ESPACO PARA UMA PECA E FECHADA E
006520*  OUTRA E ABERTA, ATE O NUMERO DE CARGAS DO DIA DO VEICULO.
006530*****************************************************************
006540 2210-EMBARCA-ICAMENTO.
006550     IF CARGA-ABERTA AND
006560        PESO-CARGA + MST-PESO-UNITARIO > VEICULO-CAPACIDADE
006570         PERFORM 2400-FECHA-CARGA
006580             THRU 2400-FECHA-CARGA-EXIT
006590     END-IF.
006600     IF CARGA-FECHADA
006610         IF NUMERO-CARGA >= VEICULO-CARGAS-DIA
006620             SET CARGAS-ESGOTADAS TO TRUE
006630             GO TO 2210-EMBARCA-ICAMENTO-EXIT
006640         END-IF
006650         PERFORM 2300-ABRE-CARGA
006660             THRU 2300-ABRE-CARGA-EXIT
006670     END-IF.
006680     MOVE SALDO-LINHA TO PECAS-ICAMENTO.
006690     IF MST-PESO-UNITARIO > ZEROES
006700         COMPUTE PECAS-CABEM-CARGA =
006710             (VEICULO-CAPACIDADE - PESO-CARGA) / MST-PESO-UNITARIO
006720         COMPUTE PECAS-CABEM-GUINDASTE =
006730             VEICULO-LIMITE-GUINDASTE / MST-PESO-UNITARIO
006740         IF PECAS-CABEM-CARGA < PECAS-ICAMENTO
006750             MOVE PECAS-CABEM-CARGA TO PECAS-ICAMENTO
006760         END-IF
006770         IF PECAS-CABEM-GUINDASTE < PECAS-ICAMENTO
006780             MOVE PECAS-CABEM-GUINDASTE TO PECAS-ICAMENTO
006790         END-IF
006800     END-IF.
006810     COMPUTE PESO-ICAMENTO ROUNDED =
006820         MST-PESO-UNITARIO * PECAS-ICAMENTO.
006830     MOVE NUMERO-ROMANEIO TO EMB-NUMERO-ROMANEIO.
006840     MOVE NUMERO-CARGA TO EMB-CARGA.
006850     MOVE DATA-SISTEMA TO EMB-DATA.
006860     MOVE VEICULO-CODIGO TO EMB-VEICULO.
006870     MOVE MST-JOB-LOTE TO EMB-JOB-LOTE.
006880     MOVE MST-SEQUENCIA TO EMB-SEQUENCIA.
006890     MOVE PECAS-ICAMENTO TO EMB-QUANTIDADE.
006900     MOVE PESO-ICAMENTO TO EMB-PESO.
006910     WRITE REG-EMBARQUES.
006920     IF FS-EMBARQUES NOT = "00"
006930         DISPLAY "ERRO AO GRAVAR O ARQUIVO DE EMBARQUES - "
006940             "STATUS: " FS-EMBARQUES
006950         SET ERRO-ARQUIVO TO TRUE
006960         SET CARGAS-ESGOTADAS TO TRUE
006970         GO TO 2210-EMBARCA-ICAMENTO-EXIT
006980     END-IF.
006990     MOVE MST-JOB-LOTE TO DET-ROM-LOTE.
007000     MOVE MST-SEQUENCIA TO DET-ROM-SEQUENCIA.
007010     MOVE MST-FORMA TO DET-ROM-FORMA.
007020     MOVE PECAS-ICAMENTO TO DET-ROM-QUANTIDADE.
007030     MOVE PESO-ICAMENTO TO DET-ROM-PESO.
007040     MOVE TAB-LOT-CLIENTE (I-LOTE) TO DET-ROM-CLIENTE.
007050     WRITE REG-ROMANEIO FROM LINHA-DETALHE-ROMANEIO.
007060     ADD PESO-ICAMENTO TO PESO-CARGA PESO-EMBARCADO.
007070     ADD PECAS-ICAMENTO TO PECAS-CARGA CONT-PECAS-EMBARCADAS
007080         TAB-LOT-EMBARCADAS-HOJE (I-LOTE).
007090     ADD 1 TO CONT-LINHAS-EMBARCADAS.
007100     SUBTRACT PECAS-ICAMENTO FROM SALDO-LINHA.
007110 2210-EMBARCA-ICAMENTO-EXIT.
007120     EXIT.
007130*****************************************************************
007140*  ABRE A PROXIMA CARGA DO ROMANEIO E IMPRIME O SEU CABECALHO.
007150*****************************************************************
007160 2300-ABRE-CARGA.
007170     ADD 1 TO NUMERO-CARGA.
007180     MOVE ZEROES TO PESO-CARGA PECAS-CARGA.
007190     SET CARGA-ABERTA TO TRUE.
007200     MOVE SPACES TO REG-ROMANEIO.
007210     WRITE REG-ROMANEIO.
007220     MOVE NUMERO-CARGA TO CAB-CAR-NUMERO.
007230     WRITE REG-ROMANEIO FROM LINHA-CABECALHO-CARGA.
007240 2300-ABRE-CARGA-EXIT.
007250     EXIT.
007260*****************************************************************
007270*  FECHA A CARGA ABERTA COM O TOTAL DE PECAS, O PESO E A
007280*  OCUPACAO DA CAPACIDADE DO VEICULO.
007290*****************************************************************
007300 2400-FECHA-CARGA.
007310     COMPUTE PERC-OCUPACAO-CARGA ROUNDED =
007320         PESO-CARGA * 100 / VEICULO-CAPACIDADE.
007330     MOVE PECAS-CARGA TO TOT-CAR-PECAS.
007340     MOVE PESO-CARGA TO TOT-CAR-PESO.
007350     MOVE PERC-OCUPACAO-CARGA TO TOT-CAR-OCUPACAO.
007360     WRITE REG-ROMANEIO FROM LINHA-TOTAL-CARGA.
007370     SET CARGA-FECHADA TO TRUE.
007380 2400-FECHA-CARGA-EXIT.
007390     EXIT.
007400*****************************************************************
007410*  LISTA A LINHA QUE NAO PODE SUBIR (PECA ACIMA DO GUINDASTE OU
007420*  DO VEICULO) COM O MOTIVO JA POSTO EM FOR-LIM-MOTIVO.
007430*****************************************************************
007440 2500-IMPRIME-FORA-LIMITE.
007450     ADD 1 TO CONT-LINHAS-FORA-LIMITE.
007460     MOVE MST-JOB-LOTE TO FOR-LIM-LOTE.
007470     MOVE MST-SEQUENCIA TO FOR-LIM-SEQUENCIA.
007480     MOVE MST-PESO-UNITARIO TO FOR-LIM-PESO.
007490     WRITE REG-ROMANEIO FROM LINHA-FORA-LIMITE.
007500 2500-IMPRIME-FORA-LIMITE-EXIT.
007510     EXIT.
007520*****************************************************************
007530*  LOCALIZA NA TABELA DE LOTES O LOTE DE CODIGO-LOTE-BUSCA
007540*  (I-LOTE-ACHADO ZERO QUANDO NAO ESTA).
007550*****************************************************************
007560 5000-LOCALIZA-LOTE.
007570     MOVE ZEROES TO I-LOTE-ACHADO.
007580     PERFORM 5010-PROCURA-LOTE
007590         THRU 5010-PROCURA-LOTE-EXIT
007600         VARYING I-BUSCA-LOTE FROM 1 BY 1
007610         UNTIL I-BUSCA-LOTE > QTD-LOTES-TABELA
007620            OR I-LOTE-ACHADO > ZEROES.
007630 5000-LOCALIZA-LOTE-EXIT.
007640     EXIT.
007650 5010-PROCURA-LOTE.
007660     IF TAB-LOT-CODIGO (I-BUSCA-LOTE) = CODIGO-LOTE-BUSCA
007670         MOVE I-BUSCA-LOTE TO I-LOTE-ACHADO
007680     END-IF.
007690 5010-PROCURA-LOTE-EXIT.
007700     EXIT.
007710*****************************************************************
007720*  LOCALIZA NA TABELA DE EMBARQUES A LINHA DO MESTRE DE
007730*  CHAVE-EMBARQUE-BUSCA (I-EMBARQUE-ACHADO ZERO QUANDO A LINHA
007740*  NUNCA FOI EMBARCADA).
007750*****************************************************************
007760 5100-LOCALIZA-EMBARQUE.
007770     MOVE ZEROES TO I-EMBARQUE-ACHADO.
007780     PERFORM 5110-PROCURA-EMBARQUE
007790         THRU 5110-PROCURA-EMBARQUE-EXIT
007800         VARYING I-EMBARQUE FROM 1 BY 1
007810         UNTIL I-EMBARQUE > QTD-EMBARQUES-TABELA
007820            OR I-EMBARQUE-ACHADO > ZEROES.
007830 5100-LOCALIZA-EMBARQUE-EXIT.
007840     EXIT.
007850 5110-PROCURA-EMBARQUE.
007860     IF TAB-EMB-CHAVE (I-EMBARQUE) = CHAVE-EMBARQUE-BUSCA
007870         MOVE I-EMBARQUE TO I-EMBARQUE-ACHADO
007880     END-IF.
007890 5110-PROCURA-EMBARQUE-EXIT.
007900     EXIT.
007910*****************************************************************
007920*  IMPRIME O SALDO POR LOTE: PECAS ATIVAS, JA EMBARCADAS ANTES,
007930*  EMBARCADAS NESTE ROMANEIO, SALDO E PESO DO SALDO.
007940*****************************************************************
007950 8000-IMPRIME-SALDOS.
007960     MOVE SPACES TO REG-ROMANEIO.
007970     WRITE REG-ROMANEIO.
007980     MOVE "SALDO POR LOTE" TO REG-ROMANEIO.
007990     WRITE REG-ROMANEIO.
008000     WRITE REG-ROMANEIO FROM LINHA-CABECALHO-SALDO.
008010     PERFORM 8100-IMPRIME-SALDO-LOTE
008020         THRU 8100-IMPRIME-SALDO-LOTE-EXIT
008030         VARYING I-LOTE FROM 1 BY 1
008040         UNTIL I-LOTE > QTD-LOTES-TABELA.
008050 8000-IMPRIME-SALDOS-EXIT.
008060     EXIT.
008070 8100-IMPRIME-SALDO-LOTE.
008080     MOVE TAB-LOT-CODIGO (I-LOTE) TO SAL-LOT-CODIGO.
008090     MOVE TAB-LOT-DATA-ENTREGA (I-LOTE) TO SAL-LOT-ENTREGA.
008100     MOVE TAB-LOT-PECAS (I-LOTE) TO SAL-LOT-PECAS.
008110     MOVE TAB-LOT-EMBARCADAS-ANTES (I-LOTE) TO SAL-LOT-ANTES.
008120     MOVE TAB-LOT-EMBARCADAS-HOJE (I-LOTE) TO SAL-LOT-HOJE.
008130     COMPUTE SAL-LOT-SALDO = TAB-LOT-PECAS (I-LOTE) -
008140         TAB-LOT-EMBARCADAS-ANTES (I-LOTE) -
008150         TAB-LOT-EMBARCADAS-HOJE (I-LOTE).
008160     MOVE TAB-LOT-PESO-SALDO (I-LOTE) TO SAL-LOT-PESO.
008170     EVALUATE TRUE
008180         WHEN TAB-LOT-PECAS (I-LOTE) = ZEROES
008190             MOVE "SEM LINHAS ATIVAS" TO SAL-LOT-SITUACAO
008200         WHEN TAB-LOT-PECAS (I-LOTE) =
008210              TAB-LOT-EMBARCADAS-ANTES (I-LOTE) +
008220              TAB-LOT-EMBARCADAS-HOJE (I-LOTE)
008230             MOVE "EMBARQUE COMPLETO" TO SAL-LOT-SITUACAO
008240         WHEN TAB-LOT-EMBARCADAS-ANTES (I-LOTE) +
008250              TAB-LOT-EMBARCADAS-HOJE (I-LOTE) > ZEROES
008260             MOVE "EMBARQUE PARCIAL" TO SAL-LOT-SITUACAO
008270         WHEN OTHER
008280             MOVE "NAO EMBARCADO" TO SAL-LOT-SITUACAO
008290     END-EVALUATE.
008300     WRITE REG-ROMANEIO FROM LINHA-SALDO-LOTE.
008310 8100-IMPRIME-SALDO-LOTE-EXIT.
008320     EXIT.
008330*****************************************************************
008340*  FINALIZACAO - IMPRIME O RESUMO, FECHA OS ARQUIVOS E APURA O
008350*  CODIGO DE RETORNO.
008360*****************************************************************
008370 9000-FINALIZA.
008380     MOVE SPACES TO REG-ROMANEIO.
008390     WRITE REG-ROMANEIO.
008400     IF ACAO-ROMANEIO
008410         MOVE "CARGAS MONTADAS:" TO RES-ROM-TITULO
008420         MOVE NUMERO-CARGA TO RES-ROM-VALOR
008430         WRITE REG-ROMANEIO FROM LINHA-RESUMO-ROMANEIO
008440         MOVE "PECAS EMBARCADAS:" TO RES-ROM-TITULO
008450         MOVE CONT-PECAS-EMBARCADAS TO RES-ROM-VALOR
008460         WRITE REG-ROMANEIO FROM LINHA-RESUMO-ROMANEIO
008470         MOVE "PESO EMBARCADO (KG):" TO RES-ROM-TITULO
008480         MOVE PESO-EMBARCADO TO RES-ROM-VALOR
008490         WRITE REG-ROMANEIO FROM LINHA-RESUMO-ROMANEIO
008500         MOVE "LINHAS FORA DO LIMITE (NAO EMBARCADAS):"
008510             TO RES-ROM-TITULO
008520         MOVE CONT-LINHAS-FORA-LIMITE TO RES-ROM-VALOR
008530         WRITE REG-ROMANEIO FROM LINHA-RESUMO-ROMANEIO
008540     END-IF.
008550     MOVE "LINHAS COM SALDO A EMBARCAR:" TO RES-ROM-TITULO.
008560     MOVE CONT-LINHAS-COM-SALDO TO RES-ROM-VALOR.
008570     WRITE REG-ROMANEIO FROM LINHA-RESUMO-ROMANEIO.
008580     IF ACAO-ROMANEIO
008590         DISPLAY "ROMANEIO " NUMERO-ROMANEIO " - CARGAS: "
008600             NUMERO-CARGA " PECAS: " CONT-PECAS-EMBARCADAS
008610             " LINHAS COM SALDO: " CONT-LINHAS-COM-SALDO
008620         CLOSE ARQ-EMBARQUES
008630     END-IF.
008640     IF MESTRE-DISPONIVEL
008650         CLOSE ARQ-MESTRE-HISTORICO
008660     END-IF.
008670     CLOSE ARQ-ROMANEIO.
008680     IF ERRO-ARQUIVO
008690         MOVE 8 TO RETURN-CODE
008700         GO TO 9000-FINALIZA-EXIT
008710     END-IF.
008720     IF CONT-OCORRENCIAS > ZEROES OR CONT-LINHAS-FORA-LIMITE >
008730        ZEROES OR (ACAO-ROMANEIO AND CONT-LINHAS-COM-SALDO >
008740        ZEROES)
008750         MOVE 4 TO RETURN-CODE
008760     END-IF.
008770 9000-FINALIZA-EXIT.
008780     EXIT.
008790 9999-FIM-PROGRAMA.
008800     STOP RUN.
