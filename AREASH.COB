000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASH.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - CARGA DE MAQUINA E
000120*                      RISCO DE PRAZO DOS LOTES ABERTOS. O
000130*                      CADASTRO DA MAQUINA DE CORTE (MAQMSTR) DA A
000140*                      VELOCIDADE DE CORTE POR FAIXA DE ESPESSURA
000150*                      (MAT-ESPESSURA DO MATMSTR), O TEMPO DE
000160*                      PERFURACAO POR FURO E AS HORAS POR TURNO E
000170*                      OS TURNOS POR DIA. PARA CADA LOTE A-ABERTO
000180*                      DO LOTMSTR SOMA AS HORAS DE MAQUINA QUE
000190*                      FALTAM NAS LINHAS P-PENDENTES DO SHPMSTR
000200*                      (PERIMETRO X QUANTIDADE PELA VELOCIDADE,
000210*                      MAIS UMA PERFURACAO DO CONTORNO E UMA POR
000220*                      LINHA DE DEDUCAO - MST-QTDE-DEDUCOES - POR
000230*                      PECA). CARREGA OS LOTES DIA A DIA, EM ORDEM
000240*                      DE DATA DE ENTREGA, NOS DIAS UTEIS (SEM
000250*                      SABADO, DOMINGO E FERIADO DO CALMSTR) A
000260*                      PARTIR DA DATA DE PROCESSAMENTO (SHPDAT) OU
000270*                      DE CAPAC_INICIO. IMPRIME NO SHPCAP A CARGA
000280*                      CONTRA AS HORAS DISPONIVEIS POR DIA E OS
000290*                      LOTES, COM INICIO E TERMINO PREVISTOS,
000300*                      MARCANDO EM RISCO O LOTE QUE TERMINA DEPOIS
000310*                      DE LOT-DATA-ENTREGA. TERMINA COM 4 QUANDO
000320*                      HA LOTE EM RISCO; COM 8 SEM MESTRE, SEM
000330*                      CADASTRO DE LOTES OU SEM MAQUINA; COM 12
000340*                      COM PARAMETRO DA MAQUINA INVALIDO.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ARQ-MAQUINA ASSIGN TO MAQMSTR
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-MAQUINA.
000420     SELECT ARQ-MATERIAIS ASSIGN TO MATMSTR
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-MATERIAIS.
000450     SELECT ARQ-LOTES ASSIGN TO LOTMSTR
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-LOTES.
000480     SELECT ARQ-MESTRE-HISTORICO ASSIGN TO SHPMSTR
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS MST-CHAVE
000520         FILE STATUS IS FS-MESTRE-HISTORICO.
000530     SELECT ARQ-CALENDARIO ASSIGN TO CALMSTR
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-CALENDARIO.
000560     SELECT ARQ-RELATORIO-CAPACIDADE ASSIGN TO SHPCAP
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000610 DATA DIVISION.
000620 FILE SECTION.
000630*-----------------------------------------------------------------
000640*  CADASTRO DA MAQUINA DE CORTE: UM REGISTRO M (MAQUINA) E UM
000650*  REGISTRO V POR FAIXA DE ESPESSURA (ESPESSURA MAXIMA DA FAIXA
000660*  EM MM E VELOCIDADE DE CORTE EM METROS POR MINUTO).
000670*-----------------------------------------------------------------
000680 FD  ARQ-MAQUINA
000690     RECORDING MODE IS F.
000700 01  REG-MAQUINA.
000710     05  MAQ-TIPO-REGISTRO       PIC X(01).
000720         88  MAQ-REGISTRO-MAQUINA   VALUE "M".
000730         88  MAQ-REGISTRO-VELOCIDADE VALUE "V".
000740     05  MAQ-DADOS               PIC X(39).
000750     05  MAQ-DADOS-MAQUINA REDEFINES MAQ-DADOS.
000760         10  MAQ-CODIGO          PIC X(08).
000770         10  MAQ-DESCRICAO       PIC X(20).
000780         10  MAQ-TEMPO-FURO      PIC 9(03)V99.
000790         10  MAQ-HORAS-TURNO     PIC 9(02)V99.
000800         10  MAQ-TURNOS-DIA      PIC 9(01).
000810         10  FILLER              PIC X(01).
000820     05  MAQ-DADOS-VELOCIDADE REDEFINES MAQ-DADOS.
000830         10  VEL-ESPESSURA-ATE   PIC 9(02)V99.
000840         10  VEL-METROS-MINUTO   PIC 9(03)V99.
000850         10  FILLER              PIC X(30).
000860 FD  ARQ-MATERIAIS
000870     RECORDING MODE IS F.
000880 01  REG-MATERIAIS.
000890     COPY MATMST.
000900 FD  ARQ-LOTES
000910     RECORDING MODE IS F.
000920 01  REG-LOTES.
000930     COPY LOTMST.
000940 FD  ARQ-MESTRE-HISTORICO.
000950 01  REG-MESTRE-HISTORICO.
000960     COPY MSTHST.
000970 FD  ARQ-CALENDARIO
000980     RECORDING MODE IS F.
000990 01  REG-CALENDARIO.
001000     05  CAL-DATA                PIC 9(08).
001010     05  FILLER                  PIC X(01).
001020     05  CAL-DESCRICAO           PIC X(30).
001030 FD  ARQ-RELATORIO-CAPACIDADE
001040     RECORDING MODE IS F.
001050 01  REG-RELATORIO-CAPACIDADE    PIC X(100).
001060 FD  ARQ-DATA-PROCESSAMENTO
001070     RECORDING MODE IS F.
001080 01  REG-DATA-PROCESSAMENTO.
001090     COPY DATPRC.
001100 WORKING-STORAGE SECTION.
001110 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
001120     88  ERRO-EXECUCAO               VALUE "S".
001130 01  SW-FIM-MAQUINA          PIC X(01) VALUE "N".
001140     88  FIM-MAQUINA                 VALUE "S".
001150 01  SW-MAQUINA-ACHADA       PIC X(01) VALUE "N".
001160     88  MAQUINA-ACHADA              VALUE "S".
001170 01  SW-FIM-MATERIAIS        PIC X(01) VALUE "N".
001180     88  FIM-MATERIAIS               VALUE "S".
001190 01  SW-FIM-LOTES            PIC X(01) VALUE "N".
001200     88  FIM-LOTES                   VALUE "S".
001210 01  SW-FIM-CALENDARIO       PIC X(01) VALUE "N".
001220     88  FIM-CALENDARIO              VALUE "S".
001230 01  SW-FIM-MESTRE-LOTE      PIC X(01) VALUE "N".
001240     88  FIM-MESTRE-LOTE             VALUE "S".
001250     88  NAO-FIM-MESTRE-LOTE         VALUE "N".
001260 01  SW-DIA-UTIL             PIC X(01) VALUE "N".
001270     88  DIA-UTIL                    VALUE "S".
001280     88  DIA-NAO-UTIL                VALUE "N".
001290 01  SW-HORIZONTE            PIC X(01) VALUE "N".
001300     88  HORIZONTE-ESGOTADO          VALUE "S".
001310 77  FS-MAQUINA              PIC X(02) VALUE ZEROES.
001320 77  FS-MATERIAIS            PIC X(02) VALUE ZEROES.
001330 77  FS-LOTES                PIC X(02) VALUE ZEROES.
001340 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
001350 77  FS-CALENDARIO           PIC X(02) VALUE ZEROES.
001360 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
001370 77  DATA-PROCESSAMENTO      PIC 9(08) VALUE ZEROES.
001380 77  DATA-INICIO-CARGA       PIC 9(08) VALUE ZEROES.
001390 77  ENV-DATA-INICIO         PIC X(08).
001400 77  ENV-MAQUINA             PIC X(08).
001410*-----------------------------------------------------------------
001420*  PARAMETROS DA MAQUINA ESCOLHIDA.
001430*-----------------------------------------------------------------
001440 77  CODIGO-MAQUINA          PIC X(08) VALUE SPACES.
001450 77  DESCRICAO-MAQUINA       PIC X(20) VALUE SPACES.
001460 77  TEMPO-FURO-SEGUNDOS     PIC 9(03)V99 VALUE ZEROES.
001470 77  HORAS-TURNO             PIC 9(02)V99 VALUE ZEROES.
001480 77  TURNOS-DIA              PIC 9(01) VALUE ZEROES.
001490 77  HORAS-DIA               PIC 9(02)V99 VALUE ZEROES.
001500 77  VELOCIDADE-MINIMA       PIC 9(03)V99 VALUE ZEROES.
001510*-----------------------------------------------------------------
001520*  INDICES, LIMITES E CONTADORES.
001530*-----------------------------------------------------------------
001540 77  I-VELOCIDADE            PIC 9(02) VALUE ZEROES COMP.
001550 77  I-BUSCA-VELOCIDADE      PIC 9(02) VALUE ZEROES COMP.
001560 77  QTD-VELOCIDADES-TABELA  PIC 9(02) VALUE ZEROES COMP.
001570 77  MAXIMO-VELOCIDADES-TABELA PIC 9(02) VALUE 20 COMP.
001580 77  I-MATERIAL              PIC 9(03) VALUE ZEROES COMP.
001590 77  I-BUSCA-MATERIAL        PIC 9(03) VALUE ZEROES COMP.
001600 77  QTD-MATERIAIS-TABELA    PIC 9(03) VALUE ZEROES COMP.
001610 77  MAXIMO-MATERIAIS-TABELA PIC 9(03) VALUE 200 COMP.
001620 77  I-LOTE                  PIC 9(03) VALUE ZEROES COMP.
001630 77  I-BUSCA-LOTE            PIC 9(03) VALUE ZEROES COMP.
001640 77  I-POSICAO-INCLUSAO      PIC 9(03) VALUE ZEROES COMP.
001650 77  I-DESLOCA               PIC 9(03) VALUE ZEROES COMP.
001660 77  QTD-LOTES-TABELA        PIC 9(03) VALUE ZEROES COMP.
001670 77  MAXIMO-LOTES-TABELA     PIC 9(03) VALUE 500 COMP.
001680 77  I-DIA                   PIC 9(03) VALUE ZEROES COMP.
001690 77  QTD-DIAS-TABELA         PIC 9(03) VALUE ZEROES COMP.
001700 77  MAXIMO-DIAS-TABELA      PIC 9(03) VALUE 250 COMP.
001710 77  I-FERIADO               PIC 9(03) VALUE ZEROES COMP.
001720 77  I-BUSCA-FERIADO         PIC 9(03) VALUE ZEROES COMP.
001730 77  QTD-FERIADOS-TABELA     PIC 9(03) VALUE ZEROES COMP.
001740 77  MAXIMO-FERIADOS-TABELA  PIC 9(03) VALUE 200 COMP.
001750 77  CONT-DIAS-AVANCADOS     PIC 9(03) VALUE ZEROES COMP.
001760 77  LIMITE-DIAS-AVANCO      PIC 9(03) VALUE 30 COMP.
001770 77  CONT-LOTES-EXCEDENTES   PIC 9(05) VALUE ZEROES COMP.
001780 77  CONT-LINHAS-PENDENTES   PIC 9(07) VALUE ZEROES COMP.
001790 77  CONT-SEM-VELOCIDADE     PIC 9(07) VALUE ZEROES COMP.
001800 77  CONT-LOTES-COM-SALDO    PIC 9(05) VALUE ZEROES COMP.
001810 77  CONT-LOTES-EM-RISCO     PIC 9(05) VALUE ZEROES COMP.
001820*-----------------------------------------------------------------
001830*  AREAS DE CALCULO DAS HORAS.
001840*-----------------------------------------------------------------
001850 77  QUANTIDADE-LINHA        PIC 9(03) VALUE 1.
001860 77  ESPESSURA-LINHA         PIC 9(02)V99 VALUE ZEROES.
001870 77  VELOCIDADE-LINHA        PIC 9(03)V99 VALUE ZEROES.
001880 77  PERFURACOES-LINHA       PIC 9(07) VALUE ZEROES COMP.
001890 77  HORAS-LINHA             PIC 9(06)V9999 VALUE ZEROES.
001900 77  SALDO-HORAS-LOTE        PIC 9(06)V9999 VALUE ZEROES.
001910 77  HORAS-LIVRES-DIA        PIC 9(06)V9999 VALUE ZEROES.
001920 77  TOTAL-HORAS-CARTEIRA    PIC 9(08)V9999 VALUE ZEROES.
001930 77  TOTAL-HORAS-CARREGADAS  PIC 9(08)V9999 VALUE ZEROES.
001940 77  PERC-USO-DIA            PIC 9(03)V99 VALUE ZEROES.
001950 01  TABELA-VELOCIDADES.
001960     05  ITEM-VELOCIDADE OCCURS 20.
001970         10  TAB-VEL-ESPESSURA-ATE PIC 9(02)V99.
001980         10  TAB-VEL-METROS-MINUTO PIC 9(03)V99.
001990 01  TABELA-MATERIAIS.
002000     05  ITEM-MATERIAL OCCURS 200.
002010         10  TAB-MAT-CODIGO      PIC X(05).
002020         10  TAB-MAT-ESPESSURA   PIC 9(2)V99.
002030*-----------------------------------------------------------------
002040*  LOTES ABERTOS, MANTIDOS EM ORDEM DE DATA DE ENTREGA (E DE
002050*  CODIGO DENTRO DA MESMA DATA) NA CARGA DA TABELA.
002060*-----------------------------------------------------------------
002070 01  TABELA-LOTES.
002080     05  ITEM-LOTE OCCURS 500.
002090         10  TAB-LOT-ORDEM.
002100             15  TAB-LOT-DATA-ENTREGA PIC 9(08).
002110             15  TAB-LOT-CODIGO  PIC X(10).
002120         10  TAB-LOT-CLIENTE     PIC X(30).
002130         10  TAB-LOT-LINHAS      PIC 9(05) COMP.
002140         10  TAB-LOT-HORAS       PIC 9(06)V9999.
002150         10  TAB-LOT-INICIO      PIC 9(08).
002160         10  TAB-LOT-TERMINO     PIC 9(08).
002170         10  TAB-LOT-SITUACAO    PIC X(01).
002180             88  TAB-LOT-SEM-SALDO      VALUE "S".
002190             88  TAB-LOT-NO-PRAZO       VALUE "P".
002200             88  TAB-LOT-EM-RISCO       VALUE "R".
002210             88  TAB-LOT-FORA-HORIZONTE VALUE "H".
002220 01  LOTE-NOVO.
002230     05  NOV-ORDEM.
002240         10  NOV-DATA-ENTREGA    PIC 9(08).
002250         10  NOV-CODIGO          PIC X(10).
002260     05  NOV-CLIENTE             PIC X(30).
002270 01  TABELA-DIAS.
002280     05  ITEM-DIA OCCURS 250.
002290         10  TAB-DIA-DATA        PIC 9(08).
002300         10  TAB-DIA-CARGA       PIC 9(06)V9999.
002310 01  TABELA-FERIADOS.
002320     05  ITEM-FERIADO OCCURS 200.
002330         10  TAB-FER-DATA        PIC 9(08).
002340 01  DATA-CALCULO.
002350     05  DTC-ANO             PIC 9(04).
002360     05  DTC-MES             PIC 9(02).
002370     05  DTC-DIA             PIC 9(02).
002380 01  DATA-CALCULO-R REDEFINES DATA-CALCULO PIC 9(08).
002390 01  DIAS-POR-MES-VALORES    PIC X(24)
002400         VALUE "312831303130313130313031".
002410 01  DIAS-POR-MES REDEFINES DIAS-POR-MES-VALORES.
002420     05  DIAS-MES            PIC 9(02) OCCURS 12.
002430 77  DIAS-NO-MES             PIC 9(02) VALUE ZEROES.
002440 77  QUOCIENTE-DIVISAO       PIC 9(05) VALUE ZEROES COMP.
002450 77  RESTO-DIVISAO           PIC 9(04) VALUE ZEROES COMP.
002460*****************************************************************
002470*  CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER): 0-SABADO,
002480*  1-DOMINGO, 2-SEGUNDA ... 6-SEXTA.
002490*****************************************************************
002500 77  ZEL-MES                 PIC 9(02) VALUE ZEROES COMP.
002510 77  ZEL-ANO                 PIC 9(04) VALUE ZEROES COMP.
002520 77  ZEL-SECULO              PIC 9(02) VALUE ZEROES COMP.
002530 77  ZEL-ANO-SECULO          PIC 9(02) VALUE ZEROES COMP.
002540 77  ZEL-PARCELA-MES         PIC 9(03) VALUE ZEROES COMP.
002550 77  ZEL-QUARTO-ANO          PIC 9(02) VALUE ZEROES COMP.
002560 77  ZEL-QUARTO-SECULO       PIC 9(02) VALUE ZEROES COMP.
002570 77  ZEL-SOMA                PIC 9(05) VALUE ZEROES COMP.
002580 01  DIA-SEMANA              PIC 9(01) VALUE ZEROES.
002590     88  DIA-SABADO                  VALUE 0.
002600     88  DIA-DOMINGO                 VALUE 1.
002610*-----------------------------------------------------------------
002620*  LINHAS DO RELATORIO SHPCAP.
002630*-----------------------------------------------------------------
002640 01  LINHA-TITULO-CAPACIDADE.
002650     05  FILLER              PIC X(27)
002660             VALUE "CARGA DE MAQUINA - MAQUINA ".
002670     05  TIT-MAQUINA         PIC X(08).
002680     05  FILLER              PIC X(01) VALUE SPACES.
002690     05  TIT-DESCRICAO       PIC X(20).
002700     05  FILLER              PIC X(09) VALUE " INICIO: ".
002710     05  TIT-INICIO          PIC 9(08).
002720     05  FILLER              PIC X(12) VALUE " HORAS/DIA: ".
002730     05  TIT-HORAS-DIA       PIC Z9.99.
002740 01  LINHA-SECAO-CAPACIDADE.
002750     05  FILLER              PIC X(04) VALUE "--- ".
002760     05  SEC-TITULO          PIC X(50).
002770 01  LINHA-CABECALHO-DIA.
002780     05  FILLER              PIC X(41)
002790             VALUE "  DATA       DISPONIVEL  CARREGADO  % USO".
002800     05  FILLER              PIC X(14) VALUE "     ACUMULADO".
002810 01  LINHA-DETALHE-DIA.
002820     05  FILLER              PIC X(02) VALUE SPACES.
002830     05  DIA-DATA            PIC 9(08).
002840     05  FILLER              PIC X(03) VALUE SPACES.
002850     05  DIA-DISPONIVEL      PIC ZZZZZZ9.99.
002860     05  FILLER              PIC X(01) VALUE SPACES.
002870     05  DIA-CARGA           PIC ZZZZZZ9.99.
002880     05  FILLER              PIC X(01) VALUE SPACES.
002890     05  DIA-PERC-USO        PIC ZZ9.99.
002900     05  FILLER              PIC X(01) VALUE SPACES.
002910     05  DIA-ACUMULADO       PIC ZZZZZZZZZ9.99.
002920 01  LINHA-CABECALHO-LOTE.
002930     05  FILLER              PIC X(34)
002940             VALUE "  LOTE       CLIENTE".
002950     05  FILLER              PIC X(27)
002960             VALUE "ENTREGA    LINHAS     HORAS".
002970     05  FILLER              PIC X(29)
002980             VALUE " INICIO    TERMINO   SITUACAO".
002990 01  LINHA-DETALHE-LOTE.
003000     05  FILLER              PIC X(02) VALUE SPACES.
003010     05  LDT-LOTE            PIC X(10).
003020     05  FILLER              PIC X(01) VALUE SPACES.
003030     05  LDT-CLIENTE         PIC X(20).
003040     05  FILLER              PIC X(01) VALUE SPACES.
003050     05  LDT-ENTREGA         PIC 9(08).
003060     05  FILLER              PIC X(01) VALUE SPACES.
003070     05  LDT-LINHAS          PIC ZZZZZZZ9.
003080     05  FILLER              PIC X(01) VALUE SPACES.
003090     05  LDT-HORAS           PIC ZZZZZ9.99.
003100     05  FILLER              PIC X(01) VALUE SPACES.
003110     05  LDT-INICIO          PIC X(08).
003120     05  FILLER              PIC X(02) VALUE SPACES.
003130     05  LDT-TERMINO         PIC X(08).
003140     05  FILLER              PIC X(02) VALUE SPACES.
003150     05  LDT-SITUACAO        PIC X(18).
003160 01  LINHA-TOTAL-CAPACIDADE.
003170     05  TOT-CAP-TITULO      PIC X(40).
003180     05  TOT-CAP-VALOR       PIC ZZZZZZZZ9.99.
003190 PROCEDURE DIVISION.
003200 0000-MAINLINE.
003210     PERFORM 1000-INICIALIZA
003220         THRU 1000-INICIALIZA-EXIT.
003230     IF ERRO-EXECUCAO
003240         GO TO 9999-FIM-PROGRAMA
003250     END-IF.
003260     PERFORM 2000-ESTIMA-HORAS-LOTE
003270         THRU 2000-ESTIMA-HORAS-LOTE-EXIT
003280         VARYING I-LOTE FROM 1 BY 1
003290         UNTIL I-LOTE > QTD-LOTES-TABELA.
003300     PERFORM 3000-CARREGA-LOTE-NOS-DIAS
003310         THRU 3000-CARREGA-LOTE-NOS-DIAS-EXIT
003320         VARYING I-LOTE FROM 1 BY 1
003330         UNTIL I-LOTE > QTD-LOTES-TABELA.
003340     PERFORM 4000-IMPRIME-RELATORIO
003350         THRU 4000-IMPRIME-RELATORIO-EXIT.
003360     PERFORM 9000-FINALIZA
003370         THRU 9000-FINALIZA-EXIT.
003380     GO TO 9999-FIM-PROGRAMA.
003390*****************************************************************
003400*  INICIALIZACAO - OBTEM A DATA DE INICIO DA CARGA (CAPAC_INICIO
003410*  OU A DATA DE PROCESSAMENTO), LE OS PARAMETROS DA MAQUINA
003420*  (CAPAC_MAQUINA OU A PRIMEIRA DO CADASTRO), CARREGA AS TABELAS
003430*  DE MATERIAIS, FERIADOS E LOTES ABERTOS E ABRE O MESTRE E O
003440*  RELATORIO.
003450*****************************************************************
003460 1000-INICIALIZA.
003470     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
003480         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
003490     MOVE SPACES TO ENV-DATA-INICIO.
003500     ACCEPT ENV-DATA-INICIO FROM ENVIRONMENT "CAPAC_INICIO".
003510     IF ENV-DATA-INICIO IS NUMERIC
003520         MOVE ENV-DATA-INICIO TO DATA-INICIO-CARGA
003530     ELSE
003540         MOVE DATA-PROCESSAMENTO TO DATA-INICIO-CARGA
003550     END-IF.
003560     MOVE SPACES TO ENV-MAQUINA.
003570     ACCEPT ENV-MAQUINA FROM ENVIRONMENT "CAPAC_MAQUINA".
003580     PERFORM 1100-LE-PARAMETROS-MAQUINA
003590         THRU 1100-LE-PARAMETROS-MAQUINA-EXIT.
003600     IF ERRO-EXECUCAO
003610         GO TO 1000-INICIALIZA-EXIT
003620     END-IF.
003630     OPEN INPUT ARQ-MATERIAIS.
003640     IF FS-MATERIAIS = "00"
003650         PERFORM 1200-CARREGA-MATERIAL
003660             THRU 1200-CARREGA-MATERIAL-EXIT
003670             UNTIL FIM-MATERIAIS
003680         CLOSE ARQ-MATERIAIS
003690     ELSE
003700         DISPLAY "AVISO - CADASTRO DE MATERIAIS (MATMSTR) NAO "
003710             "ABERTO - VALE A VELOCIDADE MAIS BAIXA - STATUS: "
003720             FS-MATERIAIS
003730     END-IF.
003740     OPEN INPUT ARQ-CALENDARIO.
003750     IF FS-CALENDARIO = "00"
003760         PERFORM 1300-CARREGA-FERIADO
003770             THRU 1300-CARREGA-FERIADO-EXIT
003780             UNTIL FIM-CALENDARIO
003790         CLOSE ARQ-CALENDARIO
003800     ELSE
003810         DISPLAY "AVISO - CALENDARIO DA FABRICA (CALMSTR) NAO "
003820             "ABERTO - SO SABADOS E DOMINGOS SERAO PULADOS."
003830     END-IF.
003840     OPEN INPUT ARQ-LOTES.
003850     IF FS-LOTES NOT = "00"
003860         DISPLAY "ERRO - CADASTRO DE LOTES (LOTMSTR) NAO "
003870             "ABERTO - STATUS: " FS-LOTES
003880         SET ERRO-EXECUCAO TO TRUE
003890         MOVE 8 TO RETURN-CODE
003900         GO TO 1000-INICIALIZA-EXIT
003910     END-IF.
003920     PERFORM 1400-CARREGA-LOTE
003930         THRU 1400-CARREGA-LOTE-EXIT
003940         UNTIL FIM-LOTES.
003950     CLOSE ARQ-LOTES.
003960     IF CONT-LOTES-EXCEDENTES > ZEROES
003970         DISPLAY "AVISO - TABELA DE LOTES CHEIA - "
003980             CONT-LOTES-EXCEDENTES " LOTE(S) ABERTO(S) FORA DA "
003990             "CARGA."
004000     END-IF.
004010     OPEN INPUT ARQ-MESTRE-HISTORICO.
004020     IF FS-MESTRE-HISTORICO NOT = "00"
004030         DISPLAY "ERRO - MESTRE DE HISTORICO NAO ABERTO - "
004040             "STATUS: " FS-MESTRE-HISTORICO
004050         SET ERRO-EXECUCAO TO TRUE
004060         MOVE 8 TO RETURN-CODE
004070         GO TO 1000-INICIALIZA-EXIT
004080     END-IF.
004090     OPEN OUTPUT ARQ-RELATORIO-CAPACIDADE.
004100     MOVE CODIGO-MAQUINA TO TIT-MAQUINA.
004110     MOVE DESCRICAO-MAQUINA TO TIT-DESCRICAO.
004120     MOVE DATA-INICIO-CARGA TO TIT-INICIO.
004130     MOVE HORAS-DIA TO TIT-HORAS-DIA.
004140     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-TITULO-CAPACIDADE.
004150 1000-INICIALIZA-EXIT.
004160     EXIT.
004170*****************************************************************
004180*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
004190*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
004200*  SISTEMA, COM AVISO.
004210*****************************************************************
004220 1050-OBTEM-DATA-PROCESSAMENTO.
004230     ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
004240     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
004250     IF FS-DATA-PROCESSAMENTO NOT = "00"
004260         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
004270             "VALE A DATA DO SISTEMA: " DATA-PROCESSAMENTO
004280         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
004290     END-IF.
004300     READ ARQ-DATA-PROCESSAMENTO
004310         AT END
004320             MOVE SPACES TO REG-DATA-PROCESSAMENTO
004330     END-READ.
004340     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
004350         MOVE DPR-DATA-PROCESSAMENTO TO DATA-PROCESSAMENTO
004360     ELSE
004370         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
004380             "ILEGIVEL - VALE A DATA DO SISTEMA: "
004390             DATA-PROCESSAMENTO
004400     END-IF.
004410     CLOSE ARQ-DATA-PROCESSAMENTO.
004420 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
004430     EXIT.
004440*****************************************************************
004450*  LE O CADASTRO DA MAQUINA: O REGISTRO M DA MAQUINA PEDIDA (OU
004460*  O PRIMEIRO) E TODOS OS REGISTROS V DE VELOCIDADE. SEM O
004470*  CADASTRO OU SEM A MAQUINA TERMINA COM 8; SEM FAIXA DE
004480*  VELOCIDADE OU SEM HORAS DISPONIVEIS POR DIA, COM 12.
004490*****************************************************************
004500 1100-LE-PARAMETROS-MAQUINA.
004510     OPEN INPUT ARQ-MAQUINA.
004520     IF FS-MAQUINA NOT = "00"
004530         DISPLAY "ERRO - CADASTRO DA MAQUINA (MAQMSTR) NAO "
004540             "ABERTO - STATUS: " FS-MAQUINA
004550         SET ERRO-EXECUCAO TO TRUE
004560         MOVE 8 TO RETURN-CODE
004570         GO TO 1100-LE-PARAMETROS-MAQUINA-EXIT
004580     END-IF.
004590     PERFORM 1110-LE-REGISTRO-MAQUINA
004600         THRU 1110-LE-REGISTRO-MAQUINA-EXIT
004610         UNTIL FIM-MAQUINA.
004620     CLOSE ARQ-MAQUINA.
004630     IF NOT MAQUINA-ACHADA
004640         DISPLAY "ERRO - MAQUINA NAO CADASTRADA NO MAQMSTR: "
004650             ENV-MAQUINA
004660         SET ERRO-EXECUCAO TO TRUE
004670         MOVE 8 TO RETURN-CODE
004680         GO TO 1100-LE-PARAMETROS-MAQUINA-EXIT
004690     END-IF.
004700     COMPUTE HORAS-DIA = HORAS-TURNO * TURNOS-DIA.
004710     IF HORAS-DIA = ZEROES OR QTD-VELOCIDADES-TABELA = ZEROES
004720        OR VELOCIDADE-MINIMA = ZEROES
004730         DISPLAY "ERRO - MAQUINA " CODIGO-MAQUINA " SEM HORAS "
004740             "POR DIA OU SEM FAIXA DE VELOCIDADE VALIDA."
004750         SET ERRO-EXECUCAO TO TRUE
004760         MOVE 12 TO RETURN-CODE
004770     END-IF.
004780 1100-LE-PARAMETROS-MAQUINA-EXIT.
004790     EXIT.
004800 1110-LE-REGISTRO-MAQUINA.
004810     READ ARQ-MAQUINA
004820         AT END
004830             SET FIM-MAQUINA TO TRUE
004840             GO TO 1110-LE-REGISTRO-MAQUINA-EXIT
004850     END-READ.
004860     IF MAQ-REGISTRO-MAQUINA AND NOT MAQUINA-ACHADA
004870         IF ENV-MAQUINA = SPACES OR ENV-MAQUINA = MAQ-CODIGO
004880             SET MAQUINA-ACHADA TO TRUE
004890             MOVE MAQ-CODIGO TO CODIGO-MAQUINA
004900             MOVE MAQ-DESCRICAO TO DESCRICAO-MAQUINA
004910             IF MAQ-TEMPO-FURO IS NUMERIC
004920                 MOVE MAQ-TEMPO-FURO TO TEMPO-FURO-SEGUNDOS
004930             END-IF
004940             IF MAQ-HORAS-TURNO IS NUMERIC
004950                 MOVE MAQ-HORAS-TURNO TO HORAS-TURNO
004960             END-IF
004970             IF MAQ-TURNOS-DIA IS NUMERIC
004980                 MOVE MAQ-TURNOS-DIA TO TURNOS-DIA
004990             END-IF
005000         END-IF
005010         GO TO 1110-LE-REGISTRO-MAQUINA-EXIT
005020     END-IF.
005030     IF NOT MAQ-REGISTRO-VELOCIDADE
005040         GO TO 1110-LE-REGISTRO-MAQUINA-EXIT
005050     END-IF.
005060     IF VEL-ESPESSURA-ATE NOT NUMERIC OR
005070        VEL-METROS-MINUTO NOT NUMERIC OR
005080        VEL-METROS-MINUTO = ZEROES
005090         DISPLAY "AVISO - FAIXA DE VELOCIDADE INVALIDA IGNORADA: "
005100             REG-MAQUINA
005110         GO TO 1110-LE-REGISTRO-MAQUINA-EXIT
005120     END-IF.
005130     IF QTD-VELOCIDADES-TABELA < MAXIMO-VELOCIDADES-TABELA
005140         ADD 1 TO QTD-VELOCIDADES-TABELA
005150         MOVE VEL-ESPESSURA-ATE
005160             TO TAB-VEL-ESPESSURA-ATE (QTD-VELOCIDADES-TABELA)
005170         MOVE VEL-METROS-MINUTO
005180             TO TAB-VEL-METROS-MINUTO (QTD-VELOCIDADES-TABELA)
005190         IF VELOCIDADE-MINIMA = ZEROES OR
005200            VEL-METROS-MINUTO < VELOCIDADE-MINIMA
005210             MOVE VEL-METROS-MINUTO TO VELOCIDADE-MINIMA
005220         END-IF
005230     END-IF.
005240 1110-LE-REGISTRO-MAQUINA-EXIT.
005250     EXIT.
005260*****************************************************************
005270*  CARREGA O PROXIMO MATERIAL DO CADASTRO NA TABELA (CODIGO E
005280*  ESPESSURA).
005290*****************************************************************
005300 1200-CARREGA-MATERIAL.
005310     READ ARQ-MATERIAIS
005320         AT END
005330             SET FIM-MATERIAIS TO TRUE
005340             GO TO 1200-CARREGA-MATERIAL-EXIT
005350     END-READ.
005360     IF QTD-MATERIAIS-TABELA < MAXIMO-MATERIAIS-TABELA
005370         ADD 1 TO QTD-MATERIAIS-TABELA
005380         MOVE MAT-CODIGO TO TAB-MAT-CODIGO (QTD-MATERIAIS-TABELA)
005390         MOVE MAT-ESPESSURA
005400             TO TAB-MAT-ESPESSURA (QTD-MATERIAIS-TABELA)
005410     END-IF.
005420 1200-CARREGA-MATERIAL-EXIT.
005430     EXIT.
005440*****************************************************************
005450*  CARREGA O PROXIMO FERIADO DO CALENDARIO NA TABELA.
005460*****************************************************************
005470 1300-CARREGA-FERIADO.
005480     READ ARQ-CALENDARIO
005490         AT END
005500             SET FIM-CALENDARIO TO TRUE
005510             GO TO 1300-CARREGA-FERIADO-EXIT
005520     END-READ.
005530     IF CAL-DATA IS NUMERIC AND
005540        QTD-FERIADOS-TABELA < MAXIMO-FERIADOS-TABELA
005550         ADD 1 TO QTD-FERIADOS-TABELA
005560         MOVE CAL-DATA TO TAB-FER-DATA (QTD-FERIADOS-TABELA)
005570     END-IF.
005580 1300-CARREGA-FERIADO-EXIT.
005590     EXIT.
005600*****************************************************************
005610*  CARREGA O PROXIMO LOTE A-ABERTO NA TABELA, NA POSICAO DA SUA
005620*  DATA DE ENTREGA (COMO A INCLUSAO ORDENADA DO AREASK): OS
005630*  LOTES A PARTIR DA POSICAO DESCEM UMA LINHA. LOTE SEM DATA DE
005640*  ENTREGA VAI PARA O FIM.
005650*****************************************************************
005660 1400-CARREGA-LOTE.
005670     READ ARQ-LOTES
005680         AT END
005690             SET FIM-LOTES TO TRUE
005700             GO TO 1400-CARREGA-LOTE-EXIT
005710     END-READ.
005720     IF NOT LOT-ABERTO
005730         GO TO 1400-CARREGA-LOTE-EXIT
005740     END-IF.
005750     IF QTD-LOTES-TABELA >= MAXIMO-LOTES-TABELA
005760         ADD 1 TO CONT-LOTES-EXCEDENTES
005770         GO TO 1400-CARREGA-LOTE-EXIT
005780     END-IF.
005790     IF LOT-DATA-ENTREGA IS NUMERIC AND
005800        LOT-DATA-ENTREGA > ZEROES
005810         MOVE LOT-DATA-ENTREGA TO NOV-DATA-ENTREGA
005820     ELSE
005830         MOVE 99999999 TO NOV-DATA-ENTREGA
005840     END-IF.
005850     MOVE LOT-CODIGO TO NOV-CODIGO.
005860     MOVE LOT-CLIENTE TO NOV-CLIENTE.
005870     MOVE ZEROES TO I-POSICAO-INCLUSAO.
005880     PERFORM 1410-PROCURA-POSICAO
005890         THRU 1410-PROCURA-POSICAO-EXIT
005900         VARYING I-BUSCA-LOTE FROM 1 BY 1
005910         UNTIL I-BUSCA-LOTE > QTD-LOTES-TABELA
005920            OR I-POSICAO-INCLUSAO > ZEROES.
005930     IF I-POSICAO-INCLUSAO = ZEROES
005940         COMPUTE I-POSICAO-INCLUSAO = QTD-LOTES-TABELA + 1
005950     END-IF.
005960     PERFORM 1420-DESLOCA-LOTE
005970         THRU 1420-DESLOCA-LOTE-EXIT
005980         VARYING I-DESLOCA FROM QTD-LOTES-TABELA BY -1
005990         UNTIL I-DESLOCA < I-POSICAO-INCLUSAO.
006000     ADD 1 TO QTD-LOTES-TABELA.
006010     INITIALIZE ITEM-LOTE (I-POSICAO-INCLUSAO).
006020     MOVE NOV-ORDEM TO TAB-LOT-ORDEM (I-POSICAO-INCLUSAO).
006030     MOVE NOV-CLIENTE TO TAB-LOT-CLIENTE (I-POSICAO-INCLUSAO).
006040 1400-CARREGA-LOTE-EXIT.
006050     EXIT.
006060 1410-PROCURA-POSICAO.
006070     IF TAB-LOT-ORDEM (I-BUSCA-LOTE) > NOV-ORDEM
006080         MOVE I-BUSCA-LOTE TO I-POSICAO-INCLUSAO
006090     END-IF.
006100 1410-PROCURA-POSICAO-EXIT.
006110     EXIT.
006120 1420-DESLOCA-LOTE.
006130     MOVE ITEM-LOTE (I-DESLOCA) TO ITEM-LOTE (I-DESLOCA + 1).
006140 1420-DESLOCA-LOTE-EXIT.
006150     EXIT.
006160*****************************************************************
006170*  ESTIMA AS HORAS DE MAQUINA QUE FALTAM PARA O LOTE: VARRE O
006180*  MESTRE PELA CHAVE DO LOTE (COMO NO AREASJ) SOMANDO AS HORAS
006190*  DAS LINHAS P-PENDENTES.
006200*****************************************************************
006210 2000-ESTIMA-HORAS-LOTE.
006220     SET NAO-FIM-MESTRE-LOTE TO TRUE.
006230     MOVE TAB-LOT-CODIGO (I-LOTE) TO MST-JOB-LOTE.
006240     MOVE ZEROES TO MST-SEQUENCIA.
006250     START ARQ-MESTRE-HISTORICO KEY IS NOT < MST-CHAVE
006260         INVALID KEY
006270             SET FIM-MESTRE-LOTE TO TRUE
006280     END-START.
006290     IF NAO-FIM-MESTRE-LOTE
006300         PERFORM 2100-LE-PROXIMO-MESTRE
006310             THRU 2100-LE-PROXIMO-MESTRE-EXIT
006320     END-IF.
006330     PERFORM 2200-ACUMULA-LINHA-PENDENTE
006340         THRU 2200-ACUMULA-LINHA-PENDENTE-EXIT
006350         UNTIL FIM-MESTRE-LOTE.
006360     ADD TAB-LOT-HORAS (I-LOTE) TO TOTAL-HORAS-CARTEIRA.
006370 2000-ESTIMA-HORAS-LOTE-EXIT.
006380     EXIT.
006390*****************************************************************
006400*  LEITURA SEQUENCIAL DO PROXIMO REGISTRO DO MESTRE DE HISTORICO.
006410*****************************************************************
006420 2100-LE-PROXIMO-MESTRE.
006430     READ ARQ-MESTRE-HISTORICO NEXT RECORD
006440         AT END
006450             SET FIM-MESTRE-LOTE TO TRUE
006460     END-READ.
006470 2100-LE-PROXIMO-MESTRE-EXIT.
006480     EXIT.
006490*****************************************************************
006500*  SOMA AS HORAS DE UMA LINHA P-PENDENTE NO LOTE CORRENTE:
006510*  COMPRIMENTO DE CORTE (PERIMETRO X QUANTIDADE) PELA VELOCIDADE
006520*  DA FAIXA DA ESPESSURA, MAIS O TEMPO DE PERFURACAO DE UM FURO
006530*  DE CONTORNO E UM POR LINHA DE DEDUCAO EM CADA PECA. O ACUMULO
006540*  ENCERRA QUANDO O LOTE DA CHAVE MUDA.
006550*****************************************************************
006560 2200-ACUMULA-LINHA-PENDENTE.
006570     IF MST-JOB-LOTE NOT = TAB-LOT-CODIGO (I-LOTE)
006580         SET FIM-MESTRE-LOTE TO TRUE
006590         GO TO 2200-ACUMULA-LINHA-PENDENTE-EXIT
006600     END-IF.
006610     IF NOT MST-PENDENTE-TRANSMISSAO
006620         GO TO 2200-ACUMULA-LINHA-PENDENTE-LE
006630     END-IF.
006640     IF MST-QUANTIDADE IS NUMERIC AND MST-QUANTIDADE > ZEROES
006650         MOVE MST-QUANTIDADE TO QUANTIDADE-LINHA
006660     ELSE
006670         MOVE 1 TO QUANTIDADE-LINHA
006680     END-IF.
006690     PERFORM 2300-APURA-VELOCIDADE
006700         THRU 2300-APURA-VELOCIDADE-EXIT.
006710     COMPUTE PERFURACOES-LINHA = QUANTIDADE-LINHA.
006720     IF MST-QTDE-DEDUCOES IS NUMERIC
006730         COMPUTE PERFURACOES-LINHA =
006740             QUANTIDADE-LINHA * (1 + MST-QTDE-DEDUCOES)
006750     END-IF.
006760     COMPUTE HORAS-LINHA ROUNDED =
006770         (MST-PERIMETRO * QUANTIDADE-LINHA)
006780             / VELOCIDADE-LINHA / 60
006790         + (PERFURACOES-LINHA * TEMPO-FURO-SEGUNDOS / 3600).
006800     ADD HORAS-LINHA TO TAB-LOT-HORAS (I-LOTE).
006810     ADD 1 TO TAB-LOT-LINHAS (I-LOTE).
006820     ADD 1 TO CONT-LINHAS-PENDENTES.
006830 2200-ACUMULA-LINHA-PENDENTE-LE.
006840     PERFORM 2100-LE-PROXIMO-MESTRE
006850         THRU 2100-LE-PROXIMO-MESTRE-EXIT.
006860 2200-ACUMULA-LINHA-PENDENTE-EXIT.
006870     EXIT.
006880*****************************************************************
006890*  APURA EM VELOCIDADE-LINHA A VELOCIDADE DE CORTE DA LINHA: A
006900*  DA MENOR FAIXA QUE COBRE A ESPESSURA DO MATERIAL. MATERIAL
006910*  FORA DO CADASTRO OU MAIS GROSSO QUE TODAS AS FAIXAS USA A
006920*  VELOCIDADE MAIS BAIXA DA MAQUINA (E E CONTADO NO RELATORIO).
006930*****************************************************************
006940 2300-APURA-VELOCIDADE.
006950     MOVE ZEROES TO I-MATERIAL.
006960     PERFORM 2310-PROCURA-MATERIAL
006970         THRU 2310-PROCURA-MATERIAL-EXIT
006980         VARYING I-BUSCA-MATERIAL FROM 1 BY 1
006990         UNTIL I-BUSCA-MATERIAL > QTD-MATERIAIS-TABELA
007000            OR I-MATERIAL > ZEROES.
007010     MOVE VELOCIDADE-MINIMA TO VELOCIDADE-LINHA.
007020     IF I-MATERIAL = ZEROES
007030         ADD 1 TO CONT-SEM-VELOCIDADE
007040         GO TO 2300-APURA-VELOCIDADE-EXIT
007050     END-IF.
007060     MOVE TAB-MAT-ESPESSURA (I-MATERIAL) TO ESPESSURA-LINHA.
007070     MOVE ZEROES TO I-VELOCIDADE.
007080     PERFORM 2320-PROCURA-FAIXA
007090         THRU 2320-PROCURA-FAIXA-EXIT
007100         VARYING I-BUSCA-VELOCIDADE FROM 1 BY 1
007110         UNTIL I-BUSCA-VELOCIDADE > QTD-VELOCIDADES-TABELA.
007120     IF I-VELOCIDADE = ZEROES
007130         ADD 1 TO CONT-SEM-VELOCIDADE
007140     ELSE
007150         MOVE TAB-VEL-METROS-MINUTO (I-VELOCIDADE)
007160             TO VELOCIDADE-LINHA
007170     END-IF.
007180 2300-APURA-VELOCIDADE-EXIT.
007190     EXIT.
007200 2310-PROCURA-MATERIAL.
007210     IF TAB-MAT-CODIGO (I-BUSCA-MATERIAL) = MST-CODIGO-MATERIAL
007220         MOVE I-BUSCA-MATERIAL TO I-MATERIAL
007230     END-IF.
007240 2310-PROCURA-MATERIAL-EXIT.
007250     EXIT.
007260 2320-PROCURA-FAIXA.
007270     IF TAB-VEL-ESPESSURA-ATE (I-BUSCA-VELOCIDADE) <
007280        ESPESSURA-LINHA
007290         GO TO 2320-PROCURA-FAIXA-EXIT
007300     END-IF.
007310     IF I-VELOCIDADE = ZEROES
007320         MOVE I-BUSCA-VELOCIDADE TO I-VELOCIDADE
007330         GO TO 2320-PROCURA-FAIXA-EXIT
007340     END-IF.
007350     IF TAB-VEL-ESPESSURA-ATE (I-BUSCA-VELOCIDADE) <
007360        TAB-VEL-ESPESSURA-ATE (I-VELOCIDADE)
007370         MOVE I-BUSCA-VELOCIDADE TO I-VELOCIDADE
007380     END-IF.
007390 2320-PROCURA-FAIXA-EXIT.
007400     EXIT.
007410*****************************************************************
007420*  CARREGA AS HORAS DO LOTE NOS DIAS UTEIS, A PARTIR DO PRIMEIRO
007430*  DIA COM HORAS LIVRES, ATE ZERAR O SALDO. GUARDA O PRIMEIRO E
007440*  O ULTIMO DIA USADOS (INICIO E TERMINO PREVISTOS) E MARCA O
007450*  LOTE EM RISCO QUANDO O TERMINO PASSA DA ENTREGA OU QUANDO O
007460*  HORIZONTE DA TABELA DE DIAS ACABA ANTES DO FIM DO LOTE.
007470*****************************************************************
007480 3000-CARREGA-LOTE-NOS-DIAS.
007490     IF TAB-LOT-HORAS (I-LOTE) = ZEROES
007500         SET TAB-LOT-SEM-SALDO (I-LOTE) TO TRUE
007510         GO TO 3000-CARREGA-LOTE-NOS-DIAS-EXIT
007520     END-IF.
007530     ADD 1 TO CONT-LOTES-COM-SALDO.
007540     IF HORIZONTE-ESGOTADO
007550         SET TAB-LOT-FORA-HORIZONTE (I-LOTE) TO TRUE
007560         ADD 1 TO CONT-LOTES-EM-RISCO
007570         GO TO 3000-CARREGA-LOTE-NOS-DIAS-EXIT
007580     END-IF.
007590     MOVE TAB-LOT-HORAS (I-LOTE) TO SALDO-HORAS-LOTE.
007600     PERFORM 3100-OCUPA-DIA
007610         THRU 3100-OCUPA-DIA-EXIT
007620         UNTIL SALDO-HORAS-LOTE = ZEROES OR HORIZONTE-ESGOTADO.
007630     IF HORIZONTE-ESGOTADO
007640         SET TAB-LOT-FORA-HORIZONTE (I-LOTE) TO TRUE
007650         ADD 1 TO CONT-LOTES-EM-RISCO
007660         GO TO 3000-CARREGA-LOTE-NOS-DIAS-EXIT
007670     END-IF.
007680     MOVE TAB-DIA-DATA (I-DIA) TO TAB-LOT-TERMINO (I-LOTE).
007690     IF TAB-LOT-TERMINO (I-LOTE) > TAB-LOT-DATA-ENTREGA (I-LOTE)
007700         SET TAB-LOT-EM-RISCO (I-LOTE) TO TRUE
007710         ADD 1 TO CONT-LOTES-EM-RISCO
007720     ELSE
007730         SET TAB-LOT-NO-PRAZO (I-LOTE) TO TRUE
007740     END-IF.
007750 3000-CARREGA-LOTE-NOS-DIAS-EXIT.
007760     EXIT.
007770*****************************************************************
007780*  OCUPA AS HORAS LIVRES DO DIA CORRENTE COM O SALDO DO LOTE,
007790*  ABRINDO O PROXIMO DIA UTIL QUANDO O CORRENTE ESTA CHEIO (OU
007800*  NA PRIMEIRA CHAMADA).
007810*****************************************************************
007820 3100-OCUPA-DIA.
007830     IF I-DIA = ZEROES
007840         PERFORM 3200-ABRE-PROXIMO-DIA
007850             THRU 3200-ABRE-PROXIMO-DIA-EXIT
007860     ELSE
007870         IF TAB-DIA-CARGA (I-DIA) NOT < HORAS-DIA
007880             PERFORM 3200-ABRE-PROXIMO-DIA
007890                 THRU 3200-ABRE-PROXIMO-DIA-EXIT
007900         END-IF
007910     END-IF.
007920     IF HORIZONTE-ESGOTADO
007930         GO TO 3100-OCUPA-DIA-EXIT
007940     END-IF.
007950     IF TAB-LOT-INICIO (I-LOTE) = ZEROES
007960         MOVE TAB-DIA-DATA (I-DIA) TO TAB-LOT-INICIO (I-LOTE)
007970     END-IF.
007980     COMPUTE HORAS-LIVRES-DIA = HORAS-DIA - TAB-DIA-CARGA (I-DIA).
007990     IF SALDO-HORAS-LOTE NOT > HORAS-LIVRES-DIA
008000         ADD SALDO-HORAS-LOTE TO TAB-DIA-CARGA (I-DIA)
008010         ADD SALDO-HORAS-LOTE TO TOTAL-HORAS-CARREGADAS
008020         MOVE ZEROES TO SALDO-HORAS-LOTE
008030     ELSE
008040         ADD HORAS-LIVRES-DIA TO TAB-DIA-CARGA (I-DIA)
008050         ADD HORAS-LIVRES-DIA TO TOTAL-HORAS-CARREGADAS
008060         SUBTRACT HORAS-LIVRES-DIA FROM SALDO-HORAS-LOTE
008070     END-IF.
008080 3100-OCUPA-DIA-EXIT.
008090     EXIT.
008100*****************************************************************
008110*  ABRE NA TABELA DE DIAS O PROXIMO DIA UTIL: O PRIMEIRO E A
008120*  DATA DE INICIO (OU O DIA UTIL SEGUINTE A ELA); OS DEMAIS, O
008130*  DIA UTIL SEGUINTE AO ULTIMO ABERTO. TABELA CHEIA ESGOTA O
008140*  HORIZONTE DA CARGA.
008150*****************************************************************
008160 3200-ABRE-PROXIMO-DIA.
008170     IF QTD-DIAS-TABELA >= MAXIMO-DIAS-TABELA
008180         SET HORIZONTE-ESGOTADO TO TRUE
008190         GO TO 3200-ABRE-PROXIMO-DIA-EXIT
008200     END-IF.
008210     IF QTD-DIAS-TABELA = ZEROES
008220         MOVE DATA-INICIO-CARGA TO DATA-CALCULO-R
008230         PERFORM 6200-CONFERE-DIA-UTIL
008240             THRU 6200-CONFERE-DIA-UTIL-EXIT
008250         IF DIA-NAO-UTIL
008260             PERFORM 6000-APURA-PROXIMO-DIA-UTIL
008270                 THRU 6000-APURA-PROXIMO-DIA-UTIL-EXIT
008280         END-IF
008290     ELSE
008300         MOVE TAB-DIA-DATA (QTD-DIAS-TABELA) TO DATA-CALCULO-R
008310         PERFORM 6000-APURA-PROXIMO-DIA-UTIL
008320             THRU 6000-APURA-PROXIMO-DIA-UTIL-EXIT
008330     END-IF.
008340     ADD 1 TO QTD-DIAS-TABELA.
008350     MOVE QTD-DIAS-TABELA TO I-DIA.
008360     MOVE DATA-CALCULO-R TO TAB-DIA-DATA (I-DIA).
008370     MOVE ZEROES TO TAB-DIA-CARGA (I-DIA).
008380 3200-ABRE-PROXIMO-DIA-EXIT.
008390     EXIT.
008400*****************************************************************
008410*  IMPRIME A CARGA POR DIA, A SITUACAO DOS LOTES E OS TOTAIS.
008420*****************************************************************
008430 4000-IMPRIME-RELATORIO.
008440     MOVE SPACES TO REG-RELATORIO-CAPACIDADE.
008450     WRITE REG-RELATORIO-CAPACIDADE.
008460     MOVE "CARGA X HORAS DISPONIVEIS POR DIA UTIL" TO SEC-TITULO.
008470     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-SECAO-CAPACIDADE.
008480     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-CABECALHO-DIA.
008490     MOVE ZEROES TO TOTAL-HORAS-CARREGADAS.
008500     PERFORM 4100-IMPRIME-DIA
008510         THRU 4100-IMPRIME-DIA-EXIT
008520         VARYING I-DIA FROM 1 BY 1
008530         UNTIL I-DIA > QTD-DIAS-TABELA.
008540     MOVE SPACES TO REG-RELATORIO-CAPACIDADE.
008550     WRITE REG-RELATORIO-CAPACIDADE.
008560     MOVE "LOTES ABERTOS EM ORDEM DE ENTREGA" TO SEC-TITULO.
008570     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-SECAO-CAPACIDADE.
008580     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-CABECALHO-LOTE.
008590     PERFORM 4200-IMPRIME-LOTE
008600         THRU 4200-IMPRIME-LOTE-EXIT
008610         VARYING I-LOTE FROM 1 BY 1
008620         UNTIL I-LOTE > QTD-LOTES-TABELA.
008630     PERFORM 4300-IMPRIME-TOTAIS
008640         THRU 4300-IMPRIME-TOTAIS-EXIT.
008650 4000-IMPRIME-RELATORIO-EXIT.
008660     EXIT.
008670 4100-IMPRIME-DIA.
008680     ADD TAB-DIA-CARGA (I-DIA) TO TOTAL-HORAS-CARREGADAS.
008690     COMPUTE PERC-USO-DIA ROUNDED =
008700         TAB-DIA-CARGA (I-DIA) * 100 / HORAS-DIA.
008710     MOVE TAB-DIA-DATA (I-DIA) TO DIA-DATA.
008720     MOVE HORAS-DIA TO DIA-DISPONIVEL.
008730     MOVE TAB-DIA-CARGA (I-DIA) TO DIA-CARGA.
008740     MOVE PERC-USO-DIA TO DIA-PERC-USO.
008750     MOVE TOTAL-HORAS-CARREGADAS TO DIA-ACUMULADO.
008760     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-DETALHE-DIA.
008770 4100-IMPRIME-DIA-EXIT.
008780     EXIT.
008790 4200-IMPRIME-LOTE.
008800     MOVE SPACES TO LINHA-DETALHE-LOTE.
008810     MOVE TAB-LOT-CODIGO (I-LOTE) TO LDT-LOTE.
008820     MOVE TAB-LOT-CLIENTE (I-LOTE) TO LDT-CLIENTE.
008830     MOVE TAB-LOT-DATA-ENTREGA (I-LOTE) TO LDT-ENTREGA.
008840     MOVE TAB-LOT-LINHAS (I-LOTE) TO LDT-LINHAS.
008850     MOVE TAB-LOT-HORAS (I-LOTE) TO LDT-HORAS.
008860     IF TAB-LOT-INICIO (I-LOTE) > ZEROES
008870         MOVE TAB-LOT-INICIO (I-LOTE) TO LDT-INICIO
008880     END-IF.
008890     IF TAB-LOT-TERMINO (I-LOTE) > ZEROES
008900         MOVE TAB-LOT-TERMINO (I-LOTE) TO LDT-TERMINO
008910     END-IF.
008920     EVALUATE TRUE
008930         WHEN TAB-LOT-SEM-SALDO (I-LOTE)
008940             MOVE "SEM SALDO" TO LDT-SITUACAO
008950         WHEN TAB-LOT-NO-PRAZO (I-LOTE)
008960             MOVE "NO PRAZO" TO LDT-SITUACAO
008970         WHEN TAB-LOT-EM-RISCO (I-LOTE)
008980             MOVE "*** EM RISCO ***" TO LDT-SITUACAO
008990         WHEN OTHER
009000             MOVE "*** ALEM HORIZ ***" TO LDT-SITUACAO
009010     END-EVALUATE.
009020     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-DETALHE-LOTE.
009030 4200-IMPRIME-LOTE-EXIT.
009040     EXIT.
009050 4300-IMPRIME-TOTAIS.
009060     MOVE SPACES TO REG-RELATORIO-CAPACIDADE.
009070     WRITE REG-RELATORIO-CAPACIDADE.
009080     MOVE "LOTES ABERTOS:" TO TOT-CAP-TITULO.
009090     MOVE QTD-LOTES-TABELA TO TOT-CAP-VALOR.
009100     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-TOTAL-CAPACIDADE.
009110     MOVE "LOTES COM SALDO A CORTAR:" TO TOT-CAP-TITULO.
009120     MOVE CONT-LOTES-COM-SALDO TO TOT-CAP-VALOR.
009130     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-TOTAL-CAPACIDADE.
009140     MOVE "LOTES EM RISCO DE PRAZO:" TO TOT-CAP-TITULO.
009150     MOVE CONT-LOTES-EM-RISCO TO TOT-CAP-VALOR.
009160     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-TOTAL-CAPACIDADE.
009170     MOVE "LINHAS PENDENTES ESTIMADAS:" TO TOT-CAP-TITULO.
009180     MOVE CONT-LINHAS-PENDENTES TO TOT-CAP-VALOR.
009190     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-TOTAL-CAPACIDADE.
009200     MOVE "HORAS DE MAQUINA EM CARTEIRA:" TO TOT-CAP-TITULO.
009210     MOVE TOTAL-HORAS-CARTEIRA TO TOT-CAP-VALOR.
009220     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-TOTAL-CAPACIDADE.
009230     MOVE "DIAS UTEIS DE CARGA:" TO TOT-CAP-TITULO.
009240     MOVE QTD-DIAS-TABELA TO TOT-CAP-VALOR.
009250     WRITE REG-RELATORIO-CAPACIDADE FROM LINHA-TOTAL-CAPACIDADE.
009260     IF CONT-SEM-VELOCIDADE > ZEROES
009270         MOVE "LINHAS NA VELOCIDADE MAIS BAIXA:" TO TOT-CAP-TITULO
009280         MOVE CONT-SEM-VELOCIDADE TO TOT-CAP-VALOR
009290         WRITE REG-RELATORIO-CAPACIDADE
009300             FROM LINHA-TOTAL-CAPACIDADE
009310     END-IF.
009320 4300-IMPRIME-TOTAIS-EXIT.
009330     EXIT.
009340*****************************************************************
009350*  AVANCA DATA-CALCULO ATE O PROXIMO DIA UTIL (NEM SABADO, NEM
009360*  DOMINGO, NEM FERIADO DO CALENDARIO), COM LIMITE DE DIAS PARA
009370*  UM CALENDARIO ERRADO NAO PRENDER O PROGRAMA (COMO NO AREASN).
009380*****************************************************************
009390 6000-APURA-PROXIMO-DIA-UTIL.
009400     MOVE ZEROES TO CONT-DIAS-AVANCADOS.
009410     SET DIA-NAO-UTIL TO TRUE.
009420     PERFORM 6100-AVANCA-UM-DIA
009430         THRU 6100-AVANCA-UM-DIA-EXIT
009440         UNTIL DIA-UTIL
009450            OR CONT-DIAS-AVANCADOS >= LIMITE-DIAS-AVANCO.
009460 6000-APURA-PROXIMO-DIA-UTIL-EXIT.
009470     EXIT.
009480 6100-AVANCA-UM-DIA.
009490     ADD 1 TO CONT-DIAS-AVANCADOS.
009500     ADD 1 TO DTC-DIA.
009510     PERFORM 7500-APURA-DIAS-NO-MES
009520         THRU 7500-APURA-DIAS-NO-MES-EXIT.
009530     IF DTC-DIA > DIAS-NO-MES
009540         MOVE 1 TO DTC-DIA
009550         ADD 1 TO DTC-MES
009560         IF DTC-MES > 12
009570             MOVE 1 TO DTC-MES
009580             ADD 1 TO DTC-ANO
009590         END-IF
009600     END-IF.
009610     PERFORM 6200-CONFERE-DIA-UTIL
009620         THRU 6200-CONFERE-DIA-UTIL-EXIT.
009630 6100-AVANCA-UM-DIA-EXIT.
009640     EXIT.
009650*****************************************************************
009660*  CONFERE SE DATA-CALCULO E DIA UTIL: NEM SABADO NEM DOMINGO, E
009670*  FORA DA TABELA DE FERIADOS.
009680*****************************************************************
009690 6200-CONFERE-DIA-UTIL.
009700     SET DIA-NAO-UTIL TO TRUE.
009710     PERFORM 7700-APURA-DIA-SEMANA
009720         THRU 7700-APURA-DIA-SEMANA-EXIT.
009730     IF DIA-SABADO OR DIA-DOMINGO
009740         GO TO 6200-CONFERE-DIA-UTIL-EXIT
009750     END-IF.
009760     MOVE ZEROES TO I-FERIADO.
009770     PERFORM 6210-PROCURA-FERIADO
009780         THRU 6210-PROCURA-FERIADO-EXIT
009790         VARYING I-BUSCA-FERIADO FROM 1 BY 1
009800         UNTIL I-BUSCA-FERIADO > QTD-FERIADOS-TABELA
009810            OR I-FERIADO > ZEROES.
009820     IF I-FERIADO > ZEROES
009830         GO TO 6200-CONFERE-DIA-UTIL-EXIT
009840     END-IF.
009850     SET DIA-UTIL TO TRUE.
009860 6200-CONFERE-DIA-UTIL-EXIT.
009870     EXIT.
009880 6210-PROCURA-FERIADO.
009890     IF TAB-FER-DATA (I-BUSCA-FERIADO) = DATA-CALCULO-R
009900         MOVE I-BUSCA-FERIADO TO I-FERIADO
009910     END-IF.
009920 6210-PROCURA-FERIADO-EXIT.
009930     EXIT.
009940*****************************************************************
009950*  APURA EM DIAS-NO-MES O NUMERO DE DIAS DO MES DE DATA-CALCULO
009960*  (FEVEREIRO COM 29 NOS ANOS BISSEXTOS).
009970*****************************************************************
009980 7500-APURA-DIAS-NO-MES.
009990     MOVE DIAS-MES (DTC-MES) TO DIAS-NO-MES.
010000     IF DTC-MES NOT = 2
010010         GO TO 7500-APURA-DIAS-NO-MES-EXIT
010020     END-IF.
010030     DIVIDE DTC-ANO BY 4 GIVING QUOCIENTE-DIVISAO
010040         REMAINDER RESTO-DIVISAO.
010050     IF RESTO-DIVISAO NOT = ZEROES
010060         GO TO 7500-APURA-DIAS-NO-MES-EXIT
010070     END-IF.
010080     DIVIDE DTC-ANO BY 100 GIVING QUOCIENTE-DIVISAO
010090         REMAINDER RESTO-DIVISAO.
010100     IF RESTO-DIVISAO NOT = ZEROES
010110         MOVE 29 TO DIAS-NO-MES
010120         GO TO 7500-APURA-DIAS-NO-MES-EXIT
010130     END-IF.
010140     DIVIDE DTC-ANO BY 400 GIVING QUOCIENTE-DIVISAO
010150         REMAINDER RESTO-DIVISAO.
010160     IF RESTO-DIVISAO = ZEROES
010170         MOVE 29 TO DIAS-NO-MES
010180     END-IF.
010190 7500-APURA-DIAS-NO-MES-EXIT.
010200     EXIT.
010210*****************************************************************
010220*  APURA EM DIA-SEMANA O DIA DA SEMANA DE DATA-CALCULO PELA
010230*  CONGRUENCIA DE ZELLER (JANEIRO E FEVEREIRO CONTAM COMO MESES
010240*  13 E 14 DO ANO ANTERIOR). AS DIVISOES SAO INTEIRAS.
010250*****************************************************************
010260 7700-APURA-DIA-SEMANA.
010270     MOVE DTC-MES TO ZEL-MES.
010280     MOVE DTC-ANO TO ZEL-ANO.
010290     IF ZEL-MES < 3
010300         ADD 12 TO ZEL-MES
010310         SUBTRACT 1 FROM ZEL-ANO
010320     END-IF.
010330     DIVIDE ZEL-ANO BY 100 GIVING ZEL-SECULO
010340         REMAINDER ZEL-ANO-SECULO.
010350     COMPUTE ZEL-PARCELA-MES = (13 * (ZEL-MES + 1)) / 5.
010360     DIVIDE ZEL-ANO-SECULO BY 4 GIVING ZEL-QUARTO-ANO.
010370     DIVIDE ZEL-SECULO BY 4 GIVING ZEL-QUARTO-SECULO.
010380     COMPUTE ZEL-SOMA = DTC-DIA + ZEL-PARCELA-MES
010390         + ZEL-ANO-SECULO + ZEL-QUARTO-ANO + ZEL-QUARTO-SECULO
010400         + (5 * ZEL-SECULO).
010410     DIVIDE ZEL-SOMA BY 7 GIVING QUOCIENTE-DIVISAO
010420         REMAINDER DIA-SEMANA.
010430 7700-APURA-DIA-SEMANA-EXIT.
010440     EXIT.
010450*****************************************************************
010460*  FINALIZACAO - FECHA OS ARQUIVOS, MOSTRA O RESUMO E TERMINA COM
010470*  4 QUANDO HA LOTE EM RISCO DE PRAZO.
010480*****************************************************************
010490 9000-FINALIZA.
010500     CLOSE ARQ-MESTRE-HISTORICO.
010510     CLOSE ARQ-RELATORIO-CAPACIDADE.
010520     DISPLAY "CARGA DE MAQUINA GRAVADA NO SHPCAP - LOTES: "
010530         QTD-LOTES-TABELA " EM RISCO: " CONT-LOTES-EM-RISCO
010540         " DIAS: " QTD-DIAS-TABELA.
010550     IF CONT-LOTES-EM-RISCO > ZEROES
010560         MOVE 4 TO RETURN-CODE
010570     END-IF.
010580 9000-FINALIZA-EXIT.
010590     EXIT.
010600 9999-FIM-PROGRAMA.
010610     STOP RUN.
