000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASW.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - RELATORIO MENSAL DE
000120*                      REFUGO A PARTIR DO MESTRE DE HISTORICO
000130*                      (SHPMSTR). PARA O MES PEDIDO (REFUGO_MES,
000140*                      AAAAMM, DO AMBIENTE; SEM ELE, O MES DA DATA
000150*                      DE PROCESSAMENTO DO CONTROLE SHPDAT) SOMA
000160*                      AS LINHAS DE RECORTE (AREASU) COMO REFUGO E
000170*                      AS DEMAIS LINHAS NAO CANCELADAS COMO
000180*                      PRODUCAO BOA, PELA DATA DO CALCULO. IMPRIME
000190*                      NO SHPREF A AREA, O PESO E O CUSTO (CUSTO
000200*                      POR M2 DO MATMSTR) DO REFUGO, COM O
000210*                      PERCENTUAL SOBRE A PRODUCAO BOA, POR
000220*                      MOTIVO, POR MATERIAL, POR OPERADOR
000230*                      RESPONSAVEL E POR CLIENTE (LOTMSTR).
000240*                      MATERIAL E CLIENTE SAO COMPARADOS COM A
000250*                      PRODUCAO BOA DELES MESMOS; MOTIVO E
000260*                      OPERADOR, COM A PRODUCAO BOA TOTAL DO MES.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ARQ-MESTRE-HISTORICO ASSIGN TO SHPMSTR
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS MST-CHAVE
000350         FILE STATUS IS FS-MESTRE-HISTORICO.
000360     SELECT ARQ-MATERIAIS ASSIGN TO MATMSTR
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-MATERIAIS.
000390     SELECT ARQ-LOTES ASSIGN TO LOTMSTR
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-LOTES.
000420     SELECT ARQ-RELATORIO-REFUGO ASSIGN TO SHPREF
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ARQ-MESTRE-HISTORICO.
000500 01  REG-MESTRE-HISTORICO.
000510     COPY MSTHST.
000520 FD  ARQ-MATERIAIS
000530     RECORDING MODE IS F.
000540 01  REG-MATERIAIS.
000550     COPY MATMST.
000560 FD  ARQ-LOTES
000570     RECORDING MODE IS F.
000580 01  REG-LOTES.
000590     COPY LOTMST.
000600 FD  ARQ-RELATORIO-REFUGO
000610     RECORDING MODE IS F.
000620 01  REG-RELATORIO-REFUGO        PIC X(100).
000630 FD  ARQ-DATA-PROCESSAMENTO
000640     RECORDING MODE IS F.
000650 01  REG-DATA-PROCESSAMENTO.
000660     COPY DATPRC.
000670 WORKING-STORAGE SECTION.
000680 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
000690     88  ERRO-EXECUCAO               VALUE "S".
000700 01  SW-FIM-MESTRE           PIC X(01) VALUE "N".
000710     88  FIM-MESTRE                  VALUE "S".
000720 01  SW-FIM-MATERIAIS        PIC X(01) VALUE "N".
000730     88  FIM-MATERIAIS               VALUE "S".
000740 01  SW-FIM-LOTES            PIC X(01) VALUE "N".
000750     88  FIM-LOTES                   VALUE "S".
000760 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
000770 77  FS-MATERIAIS            PIC X(02) VALUE ZEROES.
000780 77  FS-LOTES                PIC X(02) VALUE ZEROES.
000790 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000800 01  DATA-PROCESSAMENTO      PIC 9(08) VALUE ZEROES.
000810 01  DATA-PROCESSAMENTO-R REDEFINES DATA-PROCESSAMENTO.
000820     05  MES-PROCESSAMENTO   PIC 9(06).
000830     05  FILLER              PIC 9(02).
000840 01  DATA-CALCULO-LINHA      PIC 9(08) VALUE ZEROES.
000850 01  DATA-CALCULO-LINHA-R REDEFINES DATA-CALCULO-LINHA.
000860     05  MES-CALCULO-LINHA   PIC 9(06).
000870     05  FILLER              PIC 9(02).
000880 77  ENV-MES                 PIC X(06).
000890 77  MES-REFERENCIA          PIC 9(06) VALUE ZEROES.
000900 77  I-MATERIAL              PIC 9(03) VALUE ZEROES COMP.
000910 77  I-BUSCA                 PIC 9(03) VALUE ZEROES COMP.
000920 77  I-LOTE                  PIC 9(03) VALUE ZEROES COMP.
000930 77  I-ACUMULO               PIC 9(03) VALUE ZEROES COMP.
000940 77  I-MOTIVO                PIC 9(01) VALUE ZEROES COMP.
000950 77  QTD-MATERIAIS-TABELA    PIC 9(03) VALUE ZEROES COMP.
000960 77  MAXIMO-MATERIAIS-TABELA PIC 9(03) VALUE 200 COMP.
000970 77  QTD-LOTES-TABELA        PIC 9(03) VALUE ZEROES COMP.
000980 77  MAXIMO-LOTES-TABELA     PIC 9(03) VALUE 500 COMP.
000990 77  QTD-ACUMULOS-TABELA     PIC 9(03) VALUE ZEROES COMP.
001000 77  MAXIMO-ACUMULOS-TABELA  PIC 9(03) VALUE 400 COMP.
001010 77  CONT-LINHAS-LIDAS       PIC 9(07) VALUE ZEROES COMP.
001020 77  CONT-LINHAS-BOAS        PIC 9(07) VALUE ZEROES COMP.
001030 77  CONT-LINHAS-RECORTE     PIC 9(07) VALUE ZEROES COMP.
001040 77  CONT-SEM-CUSTO          PIC 9(07) VALUE ZEROES COMP.
001050 77  CONT-EXCEDENTES         PIC 9(07) VALUE ZEROES COMP.
001060 77  QUANTIDADE-LINHA        PIC 9(03) VALUE 1.
001070 77  AREA-LINHA              PIC 9(10)V99 VALUE ZEROES.
001080 77  PESO-LINHA              PIC 9(08)V99 VALUE ZEROES.
001090 77  CUSTO-LINHA             PIC 9(10)V99 VALUE ZEROES.
001100 77  CUSTO-M2-LINHA          PIC 9(06)V99 VALUE ZEROES.
001110 77  CLIENTE-LINHA           PIC X(30) VALUE SPACES.
001120 77  BASE-AREA               PIC 9(12)V99 VALUE ZEROES.
001130 77  BASE-PESO               PIC 9(10)V99 VALUE ZEROES.
001140 77  BASE-CUSTO              PIC 9(12)V99 VALUE ZEROES.
001150 77  PERCENTUAL-CALCULADO    PIC 9(04)V99 VALUE ZEROES.
001160 01  CHAVE-PROCURADA.
001170     05  CHP-TIPO            PIC X(01).
001180     05  CHP-CHAVE           PIC X(30).
001190*-----------------------------------------------------------------
001200*  TOTAIS DO MES: PRODUCAO BOA E REFUGO.
001210*-----------------------------------------------------------------
001220 01  TOTAIS-MES.
001230     05  TOT-BOA-PECAS       PIC 9(07) COMP.
001240     05  TOT-BOA-AREA        PIC 9(12)V99.
001250     05  TOT-BOA-PESO        PIC 9(10)V99.
001260     05  TOT-BOA-CUSTO       PIC 9(12)V99.
001270     05  TOT-REF-PECAS       PIC 9(07) COMP.
001280     05  TOT-REF-AREA        PIC 9(12)V99.
001290     05  TOT-REF-PESO        PIC 9(10)V99.
001300     05  TOT-REF-CUSTO       PIC 9(12)V99.
001310 01  TABELA-MATERIAIS.
001320     05  ITEM-MATERIAL OCCURS 200.
001330         10  TAB-MAT-CODIGO      PIC X(05).
001340         10  TAB-MAT-DESCRICAO   PIC X(30).
001350         10  TAB-MAT-CUSTO-M2    PIC 9(6)V99.
001360 01  TABELA-LOTES.
001370     05  ITEM-LOTE OCCURS 500.
001380         10  TAB-LOT-CODIGO      PIC X(10).
001390         10  TAB-LOT-CLIENTE     PIC X(30).
001400*-----------------------------------------------------------------
001410*  MOTIVOS DE RECORTE, NA ORDEM DE IMPRESSAO (CODIGOS DE
001420*  MST-MOTIVO-RECORTE).
001430*-----------------------------------------------------------------
001440 01  TABELA-MOTIVOS.
001450     05  FILLER              PIC X(21) VALUE "DDIMENSAO ERRADA".
001460     05  FILLER              PIC X(21) VALUE "TFALHA DA TOCHA".
001470     05  FILLER              PIC X(21)
001480             VALUE "MDEFEITO DO MATERIAL".
001490     05  FILLER              PIC X(21)
001500             VALUE "AAVARIA NO MANUSEIO".
001510 01  TABELA-MOTIVOS-R REDEFINES TABELA-MOTIVOS.
001520     05  ITEM-MOTIVO OCCURS 4.
001530         10  MOT-CODIGO          PIC X(01).
001540         10  MOT-DESCRICAO       PIC X(20).
001550*-----------------------------------------------------------------
001560*  ACUMULADORES DO RELATORIO. ACU-TIPO SEPARA AS QUEBRAS:
001570*  R-MOTIVO, M-MATERIAL, O-OPERADOR RESPONSAVEL, C-CLIENTE.
001580*-----------------------------------------------------------------
001590 01  TABELA-ACUMULOS.
001600     05  ITEM-ACUMULO OCCURS 400.
001610         10  ACU-IDENTIFICACAO.
001620             15  ACU-TIPO        PIC X(01).
001630                 88  ACU-MOTIVO         VALUE "R".
001640                 88  ACU-MATERIAL       VALUE "M".
001650                 88  ACU-OPERADOR       VALUE "O".
001660                 88  ACU-CLIENTE        VALUE "C".
001670             15  ACU-CHAVE       PIC X(30).
001680         10  ACU-DESCRICAO       PIC X(30).
001690         10  ACU-REF-PECAS       PIC 9(07) COMP.
001700         10  ACU-REF-AREA        PIC 9(12)V99.
001710         10  ACU-REF-PESO        PIC 9(10)V99.
001720         10  ACU-REF-CUSTO       PIC 9(12)V99.
001730         10  ACU-BOA-AREA        PIC 9(12)V99.
001740         10  ACU-BOA-PESO        PIC 9(10)V99.
001750         10  ACU-BOA-CUSTO       PIC 9(12)V99.
001760 01  LINHA-TITULO-REFUGO.
001770     05  FILLER              PIC X(42)
001780             VALUE "RELATORIO MENSAL DE REFUGO - MES (AAAAMM) ".
001790     05  TIT-MES             PIC 9(06).
001800 01  LINHA-SECAO-REFUGO.
001810     05  FILLER              PIC X(04) VALUE "--- ".
001820     05  SEC-TITULO          PIC X(40).
001830 01  LINHA-CABECALHO-REFUGO.
001840     05  FILLER              PIC X(34) VALUE SPACES.
001850     05  FILLER              PIC X(06) VALUE " PECAS".
001860     05  FILLER              PIC X(12) VALUE "   AREA (M2)".
001870     05  FILLER              PIC X(08) VALUE "  % AREA".
001880     05  FILLER              PIC X(12) VALUE "   PESO (KG)".
001890     05  FILLER              PIC X(08) VALUE "  % PESO".
001900     05  FILLER              PIC X(13) VALUE "        CUSTO".
001910     05  FILLER              PIC X(07) VALUE " % CUST".
001920 01  LINHA-DETALHE-REFUGO.
001930     05  FILLER              PIC X(02) VALUE SPACES.
001940     05  DET-CHAVE           PIC X(10).
001950     05  FILLER              PIC X(01) VALUE SPACES.
001960     05  DET-DESCRICAO       PIC X(21).
001970     05  DET-PECAS           PIC ZZZZZ9.
001980     05  DET-AREA            PIC ZZZZZZZZ9.99.
001990     05  DET-PERC-AREA       PIC ZZZZ9.99.
002000     05  DET-PESO            PIC ZZZZZZZZ9.99.
002010     05  DET-PERC-PESO       PIC ZZZZ9.99.
002020     05  DET-CUSTO           PIC ZZZZZZZZZ9.99.
002030     05  DET-PERC-CUSTO      PIC ZZZ9.99.
002040 01  LINHA-TOTAL-REFUGO.
002050     05  TOT-REF-TITULO      PIC X(40).
002060     05  TOT-REF-VALOR       PIC ZZZZZZZZZZ9.99.
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     PERFORM 1000-INICIALIZA
002100         THRU 1000-INICIALIZA-EXIT.
002110     IF ERRO-EXECUCAO
002120         GO TO 9999-FIM-PROGRAMA
002130     END-IF.
002140     PERFORM 2000-LE-PROXIMO-MESTRE
002150         THRU 2000-LE-PROXIMO-MESTRE-EXIT.
002160     PERFORM 2100-ACUMULA-LINHA
002170         THRU 2100-ACUMULA-LINHA-EXIT
002180         UNTIL FIM-MESTRE.
002190     PERFORM 5000-IMPRIME-RELATORIO
002200         THRU 5000-IMPRIME-RELATORIO-EXIT.
002210     PERFORM 9000-FINALIZA
002220         THRU 9000-FINALIZA-EXIT.
002230     GO TO 9999-FIM-PROGRAMA.
002240*****************************************************************
002250*  INICIALIZACAO - OBTEM O MES (REFUGO_MES DO AMBIENTE OU O MES
002260*  DA DATA DE PROCESSAMENTO), CARREGA AS TABELAS DE MATERIAIS E
002270*  DE LOTES, SEMEIA OS MOTIVOS E ABRE MESTRE E RELATORIO. SEM O
002280*  MESTRE TERMINA COM CODIGO 8.
002290*****************************************************************
002300 1000-INICIALIZA.
002310     INITIALIZE TOTAIS-MES.
002320     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
002330         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002340     MOVE SPACES TO ENV-MES.
002350     ACCEPT ENV-MES FROM ENVIRONMENT "REFUGO_MES".
002360     IF ENV-MES IS NUMERIC
002370         MOVE ENV-MES TO MES-REFERENCIA
002380     ELSE
002390         MOVE MES-PROCESSAMENTO TO MES-REFERENCIA
002400     END-IF.
002410     OPEN INPUT ARQ-MATERIAIS.
002420     IF FS-MATERIAIS = "00"
002430         PERFORM 1100-CARREGA-MATERIAL
002440             THRU 1100-CARREGA-MATERIAL-EXIT
002450             UNTIL FIM-MATERIAIS
002460         CLOSE ARQ-MATERIAIS
002470     ELSE
002480         DISPLAY "AVISO - CADASTRO DE MATERIAIS (MATMSTR) NAO "
002490             "ABERTO - CUSTOS SAIRAO ZERADOS - STATUS: "
002500             FS-MATERIAIS
002510     END-IF.
002520     OPEN INPUT ARQ-LOTES.
002530     IF FS-LOTES = "00"
002540         PERFORM 1200-CARREGA-LOTE
002550             THRU 1200-CARREGA-LOTE-EXIT
002560             UNTIL FIM-LOTES
002570         CLOSE ARQ-LOTES
002580     ELSE
002590         DISPLAY "AVISO - CADASTRO DE LOTES (LOTMSTR) NAO "
002600             "ABERTO - CLIENTES SAIRAO EM BRANCO - STATUS: "
002610             FS-LOTES
002620     END-IF.
002630     PERFORM 1300-SEMEIA-MOTIVO
002640         THRU 1300-SEMEIA-MOTIVO-EXIT
002650         VARYING I-MOTIVO FROM 1 BY 1 UNTIL I-MOTIVO > 4.
002660     OPEN INPUT ARQ-MESTRE-HISTORICO.
002670     IF FS-MESTRE-HISTORICO NOT = "00"
002680         DISPLAY "ERRO - MESTRE DE HISTORICO NAO ABERTO - "
002690             "STATUS: " FS-MESTRE-HISTORICO
002700         SET ERRO-EXECUCAO TO TRUE
002710         MOVE 8 TO RETURN-CODE
002720         GO TO 1000-INICIALIZA-EXIT
002730     END-IF.
002740     OPEN OUTPUT ARQ-RELATORIO-REFUGO.
002750     MOVE MES-REFERENCIA TO TIT-MES.
002760     WRITE REG-RELATORIO-REFUGO FROM LINHA-TITULO-REFUGO.
002770 1000-INICIALIZA-EXIT.
002780     EXIT.
002790*****************************************************************
002800*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
002810*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
002820*  SISTEMA, COM AVISO.
002830*****************************************************************
002840 1050-OBTEM-DATA-PROCESSAMENTO.
002850     ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
002860     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
002870     IF FS-DATA-PROCESSAMENTO NOT = "00"
002880         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
002890             "VALE A DATA DO SISTEMA: " DATA-PROCESSAMENTO
002900         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
002910     END-IF.
002920     READ ARQ-DATA-PROCESSAMENTO
002930         AT END
002940             MOVE SPACES TO REG-DATA-PROCESSAMENTO
002950     END-READ.
002960     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
002970         MOVE DPR-DATA-PROCESSAMENTO TO DATA-PROCESSAMENTO
002980     ELSE
002990         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
003000             "ILEGIVEL - VALE A DATA DO SISTEMA: "
003010             DATA-PROCESSAMENTO
003020     END-IF.
003030     CLOSE ARQ-DATA-PROCESSAMENTO.
003040 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
003050     EXIT.
003060*****************************************************************
003070*  CARREGA O PROXIMO MATERIAL DO CADASTRO NA TABELA (CODIGO,
003080*  DESCRICAO E CUSTO POR M2).
003090*****************************************************************
003100 1100-CARREGA-MATERIAL.
003110     READ ARQ-MATERIAIS
003120         AT END
003130             SET FIM-MATERIAIS TO TRUE
003140             GO TO 1100-CARREGA-MATERIAL-EXIT
003150     END-READ.
003160     IF QTD-MATERIAIS-TABELA < MAXIMO-MATERIAIS-TABELA
003170         ADD 1 TO QTD-MATERIAIS-TABELA
003180         MOVE MAT-CODIGO TO TAB-MAT-CODIGO (QTD-MATERIAIS-TABELA)
003190         MOVE MAT-DESCRICAO
003200             TO TAB-MAT-DESCRICAO (QTD-MATERIAIS-TABELA)
003210         MOVE MAT-CUSTO-M2
003220             TO TAB-MAT-CUSTO-M2 (QTD-MATERIAIS-TABELA)
003230     END-IF.
003240 1100-CARREGA-MATERIAL-EXIT.
003250     EXIT.
003260*****************************************************************
003270*  CARREGA O PROXIMO LOTE DO CADASTRO NA TABELA (CODIGO E
003280*  CLIENTE).
003290*****************************************************************
003300 1200-CARREGA-LOTE.
003310     READ ARQ-LOTES
003320         AT END
003330             SET FIM-LOTES TO TRUE
003340             GO TO 1200-CARREGA-LOTE-EXIT
003350     END-READ.
003360     IF QTD-LOTES-TABELA < MAXIMO-LOTES-TABELA
003370         ADD 1 TO QTD-LOTES-TABELA
003380         MOVE LOT-CODIGO TO TAB-LOT-CODIGO (QTD-LOTES-TABELA)
003390         MOVE LOT-CLIENTE TO TAB-LOT-CLIENTE (QTD-LOTES-TABELA)
003400     END-IF.
003410 1200-CARREGA-LOTE-EXIT.
003420     EXIT.
003430*****************************************************************
003440*  ABRE NA TABELA DE ACUMULOS A LINHA DE CADA MOTIVO, PARA OS
003450*  QUATRO SAIREM NO RELATORIO NA ORDEM FIXA, MESMO ZERADOS.
003460*****************************************************************
003470 1300-SEMEIA-MOTIVO.
003480     MOVE "R" TO CHP-TIPO.
003490     MOVE MOT-CODIGO (I-MOTIVO) TO CHP-CHAVE.
003500     PERFORM 3000-LOCALIZA-ACUMULO
003510         THRU 3000-LOCALIZA-ACUMULO-EXIT.
003520     MOVE MOT-DESCRICAO (I-MOTIVO) TO ACU-DESCRICAO (I-ACUMULO).
003530 1300-SEMEIA-MOTIVO-EXIT.
003540     EXIT.
003550*****************************************************************
003560*  LEITURA SEQUENCIAL DO PROXIMO REGISTRO DO MESTRE.
003570*****************************************************************
003580 2000-LE-PROXIMO-MESTRE.
003590     READ ARQ-MESTRE-HISTORICO NEXT RECORD
003600         AT END
003610             SET FIM-MESTRE TO TRUE
003620     END-READ.
003630 2000-LE-PROXIMO-MESTRE-EXIT.
003640     EXIT.
003650*****************************************************************
003660*  ACUMULA UMA LINHA DO MESTRE DO MES: AREA, PESO E CUSTO DA
003670*  QUANTIDADE DA LINHA. LINHA DE RECORTE E REFUGO (MOTIVO,
003680*  MATERIAL, OPERADOR RESPONSAVEL E CLIENTE); AS DEMAIS SAO
003690*  PRODUCAO BOA (MATERIAL E CLIENTE). LINHAS CANCELADAS OU FORA
003700*  DO MES SAO IGNORADAS; LINHAS SEM QUANTIDADE VALEM UMA PECA.
003710*****************************************************************
003720 2100-ACUMULA-LINHA.
003730     ADD 1 TO CONT-LINHAS-LIDAS.
003740     IF MST-CANCELADO OR MST-DATA-CALCULO NOT NUMERIC
003750         GO TO 2100-ACUMULA-LINHA-LE
003760     END-IF.
003770     MOVE MST-DATA-CALCULO TO DATA-CALCULO-LINHA.
003780     IF MES-CALCULO-LINHA NOT = MES-REFERENCIA
003790         GO TO 2100-ACUMULA-LINHA-LE
003800     END-IF.
003810     IF MST-QUANTIDADE IS NUMERIC AND MST-QUANTIDADE > ZEROES
003820         MOVE MST-QUANTIDADE TO QUANTIDADE-LINHA
003830     ELSE
003840         MOVE 1 TO QUANTIDADE-LINHA
003850     END-IF.
003860     COMPUTE AREA-LINHA ROUNDED = MST-AREA * QUANTIDADE-LINHA.
003870     IF MST-PESO-UNITARIO IS NUMERIC
003880         COMPUTE PESO-LINHA ROUNDED =
003890             MST-PESO-UNITARIO * QUANTIDADE-LINHA
003900     ELSE
003910         MOVE ZEROES TO PESO-LINHA
003920     END-IF.
003930     PERFORM 2200-LOCALIZA-MATERIAL
003940         THRU 2200-LOCALIZA-MATERIAL-EXIT.
003950     COMPUTE CUSTO-LINHA ROUNDED = AREA-LINHA * CUSTO-M2-LINHA.
003960     PERFORM 2300-LOCALIZA-CLIENTE
003970         THRU 2300-LOCALIZA-CLIENTE-EXIT.
003980     IF MST-LINHA-RECORTE
003990         PERFORM 2500-ACUMULA-REFUGO
004000             THRU 2500-ACUMULA-REFUGO-EXIT
004010     ELSE
004020         PERFORM 2400-ACUMULA-PRODUCAO-BOA
004030             THRU 2400-ACUMULA-PRODUCAO-BOA-EXIT
004040     END-IF.
004050 2100-ACUMULA-LINHA-LE.
004060     PERFORM 2000-LE-PROXIMO-MESTRE
004070         THRU 2000-LE-PROXIMO-MESTRE-EXIT.
004080 2100-ACUMULA-LINHA-EXIT.
004090     EXIT.
004100*****************************************************************
004110*  LOCALIZA O MATERIAL DA LINHA NA TABELA E DEVOLVE O CUSTO POR
004120*  M2 EM CUSTO-M2-LINHA. MATERIAL FORA DO CADASTRO CUSTA ZERO E
004130*  E CONTADO PARA O AVISO DO FIM DO RELATORIO.
004140*****************************************************************
004150 2200-LOCALIZA-MATERIAL.
004160     MOVE ZEROES TO I-MATERIAL.
004170     MOVE ZEROES TO CUSTO-M2-LINHA.
004180     PERFORM 2210-PROCURA-MATERIAL
004190         THRU 2210-PROCURA-MATERIAL-EXIT
004200         VARYING I-BUSCA FROM 1 BY 1
004210         UNTIL I-BUSCA > QTD-MATERIAIS-TABELA OR
004220               I-MATERIAL NOT = ZEROES.
004230     IF I-MATERIAL = ZEROES
004240         ADD 1 TO CONT-SEM-CUSTO
004250     ELSE
004260         MOVE TAB-MAT-CUSTO-M2 (I-MATERIAL) TO CUSTO-M2-LINHA
004270     END-IF.
004280 2200-LOCALIZA-MATERIAL-EXIT.
004290     EXIT.
004300 2210-PROCURA-MATERIAL.
004310     IF TAB-MAT-CODIGO (I-BUSCA) = MST-CODIGO-MATERIAL
004320         MOVE I-BUSCA TO I-MATERIAL
004330     END-IF.
004340 2210-PROCURA-MATERIAL-EXIT.
004350     EXIT.
004360*****************************************************************
004370*  LOCALIZA O CLIENTE DO LOTE DA LINHA NA TABELA DE LOTES; LOTE
004380*  FORA DO CADASTRO SAI COMO "LOTE SEM CADASTRO".
004390*****************************************************************
004400 2300-LOCALIZA-CLIENTE.
004410     MOVE "LOTE SEM CADASTRO" TO CLIENTE-LINHA.
004420     MOVE ZEROES TO I-LOTE.
004430     PERFORM 2310-PROCURA-LOTE
004440         THRU 2310-PROCURA-LOTE-EXIT
004450         VARYING I-BUSCA FROM 1 BY 1
004460         UNTIL I-BUSCA > QTD-LOTES-TABELA OR
004470               I-LOTE NOT = ZEROES.
004480     IF I-LOTE NOT = ZEROES
004490         MOVE TAB-LOT-CLIENTE (I-LOTE) TO CLIENTE-LINHA
004500     END-IF.
004510 2300-LOCALIZA-CLIENTE-EXIT.
004520     EXIT.
004530 2310-PROCURA-LOTE.
004540     IF TAB-LOT-CODIGO (I-BUSCA) = MST-JOB-LOTE
004550         MOVE I-BUSCA TO I-LOTE
004560     END-IF.
004570 2310-PROCURA-LOTE-EXIT.
004580     EXIT.
004590*****************************************************************
004600*  ACUMULA A LINHA COMO PRODUCAO BOA: NO TOTAL DO MES, NO
004610*  MATERIAL E NO CLIENTE.
004620*****************************************************************
004630 2400-ACUMULA-PRODUCAO-BOA.
004640     ADD 1 TO CONT-LINHAS-BOAS.
004650     ADD QUANTIDADE-LINHA TO TOT-BOA-PECAS.
004660     ADD AREA-LINHA TO TOT-BOA-AREA.
004670     ADD PESO-LINHA TO TOT-BOA-PESO.
004680     ADD CUSTO-LINHA TO TOT-BOA-CUSTO.
004690     MOVE "M" TO CHP-TIPO.
004700     MOVE MST-CODIGO-MATERIAL TO CHP-CHAVE.
004710     PERFORM 3000-LOCALIZA-ACUMULO
004720         THRU 3000-LOCALIZA-ACUMULO-EXIT.
004730     PERFORM 2410-SOMA-BOA-ACUMULO
004740         THRU 2410-SOMA-BOA-ACUMULO-EXIT.
004750     MOVE "C" TO CHP-TIPO.
004760     MOVE CLIENTE-LINHA TO CHP-CHAVE.
004770     PERFORM 3000-LOCALIZA-ACUMULO
004780         THRU 3000-LOCALIZA-ACUMULO-EXIT.
004790     PERFORM 2410-SOMA-BOA-ACUMULO
004800         THRU 2410-SOMA-BOA-ACUMULO-EXIT.
004810 2400-ACUMULA-PRODUCAO-BOA-EXIT.
004820     EXIT.
004830 2410-SOMA-BOA-ACUMULO.
004840     IF I-ACUMULO = ZEROES
004850         GO TO 2410-SOMA-BOA-ACUMULO-EXIT
004860     END-IF.
004870     ADD AREA-LINHA TO ACU-BOA-AREA (I-ACUMULO).
004880     ADD PESO-LINHA TO ACU-BOA-PESO (I-ACUMULO).
004890     ADD CUSTO-LINHA TO ACU-BOA-CUSTO (I-ACUMULO).
004900 2410-SOMA-BOA-ACUMULO-EXIT.
004910     EXIT.
004920*****************************************************************
004930*  ACUMULA A LINHA DE RECORTE COMO REFUGO: NO TOTAL DO MES, NO
004940*  MOTIVO, NO MATERIAL, NO OPERADOR RESPONSAVEL E NO CLIENTE.
004950*  MOTIVO FORA DA TABELA ENTRA NO TOTAL MAS NAO NA QUEBRA.
004960*****************************************************************
004970 2500-ACUMULA-REFUGO.
004980     ADD 1 TO CONT-LINHAS-RECORTE.
004990     ADD QUANTIDADE-LINHA TO TOT-REF-PECAS.
005000     ADD AREA-LINHA TO TOT-REF-AREA.
005010     ADD PESO-LINHA TO TOT-REF-PESO.
005020     ADD CUSTO-LINHA TO TOT-REF-CUSTO.
005030     IF MST-MOTIVO-VALIDO
005040         MOVE "R" TO CHP-TIPO
005050         MOVE MST-MOTIVO-RECORTE TO CHP-CHAVE
005060         PERFORM 3000-LOCALIZA-ACUMULO
005070             THRU 3000-LOCALIZA-ACUMULO-EXIT
005080         PERFORM 2510-SOMA-REFUGO-ACUMULO
005090             THRU 2510-SOMA-REFUGO-ACUMULO-EXIT
005100     END-IF.
005110     MOVE "M" TO CHP-TIPO.
005120     MOVE MST-CODIGO-MATERIAL TO CHP-CHAVE.
005130     PERFORM 3000-LOCALIZA-ACUMULO
005140         THRU 3000-LOCALIZA-ACUMULO-EXIT.
005150     PERFORM 2510-SOMA-REFUGO-ACUMULO
005160         THRU 2510-SOMA-REFUGO-ACUMULO-EXIT.
005170     MOVE "O" TO CHP-TIPO.
005180     MOVE MST-OPERADOR-RECORTE TO CHP-CHAVE.
005190     PERFORM 3000-LOCALIZA-ACUMULO
005200         THRU 3000-LOCALIZA-ACUMULO-EXIT.
005210     PERFORM 2510-SOMA-REFUGO-ACUMULO
005220         THRU 2510-SOMA-REFUGO-ACUMULO-EXIT.
005230     MOVE "C" TO CHP-TIPO.
005240     MOVE CLIENTE-LINHA TO CHP-CHAVE.
005250     PERFORM 3000-LOCALIZA-ACUMULO
005260         THRU 3000-LOCALIZA-ACUMULO-EXIT.
005270     PERFORM 2510-SOMA-REFUGO-ACUMULO
005280         THRU 2510-SOMA-REFUGO-ACUMULO-EXIT.
005290 2500-ACUMULA-REFUGO-EXIT.
005300     EXIT.
005310 2510-SOMA-REFUGO-ACUMULO.
005320     IF I-ACUMULO = ZEROES
005330         GO TO 2510-SOMA-REFUGO-ACUMULO-EXIT
005340     END-IF.
005350     ADD QUANTIDADE-LINHA TO ACU-REF-PECAS (I-ACUMULO).
005360     ADD AREA-LINHA TO ACU-REF-AREA (I-ACUMULO).
005370     ADD PESO-LINHA TO ACU-REF-PESO (I-ACUMULO).
005380     ADD CUSTO-LINHA TO ACU-REF-CUSTO (I-ACUMULO).
005390 2510-SOMA-REFUGO-ACUMULO-EXIT.
005400     EXIT.
005410*****************************************************************
005420*  LOCALIZA NA TABELA DE ACUMULOS A LINHA DE CHAVE-PROCURADA,
005430*  INCLUINDO-A ZERADA SE AINDA NAO EXISTE (MATERIAL COM A
005440*  DESCRICAO DO CADASTRO). DEVOLVE ZERO EM I-ACUMULO SE A TABELA
005450*  ENCHEU (CONTADO E APONTADO NO FIM DO RELATORIO).
005460*****************************************************************
005470 3000-LOCALIZA-ACUMULO.
005480     MOVE ZEROES TO I-ACUMULO.
005490     PERFORM 3010-PROCURA-ACUMULO
005500         THRU 3010-PROCURA-ACUMULO-EXIT
005510         VARYING I-BUSCA FROM 1 BY 1
005520         UNTIL I-BUSCA > QTD-ACUMULOS-TABELA OR
005530               I-ACUMULO NOT = ZEROES.
005540     IF I-ACUMULO NOT = ZEROES
005550         GO TO 3000-LOCALIZA-ACUMULO-EXIT
005560     END-IF.
005570     IF QTD-ACUMULOS-TABELA NOT < MAXIMO-ACUMULOS-TABELA
005580         ADD 1 TO CONT-EXCEDENTES
005590         GO TO 3000-LOCALIZA-ACUMULO-EXIT
005600     END-IF.
005610     ADD 1 TO QTD-ACUMULOS-TABELA.
005620     MOVE QTD-ACUMULOS-TABELA TO I-ACUMULO.
005630     INITIALIZE ITEM-ACUMULO (I-ACUMULO).
005640     MOVE CHAVE-PROCURADA TO ACU-IDENTIFICACAO (I-ACUMULO).
005650     IF ACU-MATERIAL (I-ACUMULO) AND I-MATERIAL NOT = ZEROES
005660         MOVE TAB-MAT-DESCRICAO (I-MATERIAL)
005670             TO ACU-DESCRICAO (I-ACUMULO)
005680     END-IF.
005690 3000-LOCALIZA-ACUMULO-EXIT.
005700     EXIT.
005710 3010-PROCURA-ACUMULO.
005720     IF ACU-IDENTIFICACAO (I-BUSCA) = CHAVE-PROCURADA
005730         MOVE I-BUSCA TO I-ACUMULO
005740     END-IF.
005750 3010-PROCURA-ACUMULO-EXIT.
005760     EXIT.
005770*****************************************************************
005780*  IMPRIME AS QUATRO QUEBRAS (MOTIVO, MATERIAL, OPERADOR
005790*  RESPONSAVEL E CLIENTE) E OS TOTAIS DO MES.
005800*****************************************************************
005810 5000-IMPRIME-RELATORIO.
005820     MOVE "R" TO CHP-TIPO.
005830     MOVE "REFUGO POR MOTIVO" TO SEC-TITULO.
005840     PERFORM 5100-IMPRIME-SECAO
005850         THRU 5100-IMPRIME-SECAO-EXIT.
005860     MOVE "M" TO CHP-TIPO.
005870     MOVE "REFUGO POR MATERIAL" TO SEC-TITULO.
005880     PERFORM 5100-IMPRIME-SECAO
005890         THRU 5100-IMPRIME-SECAO-EXIT.
005900     MOVE "O" TO CHP-TIPO.
005910     MOVE "REFUGO POR OPERADOR RESPONSAVEL" TO SEC-TITULO.
005920     PERFORM 5100-IMPRIME-SECAO
005930         THRU 5100-IMPRIME-SECAO-EXIT.
005940     MOVE "C" TO CHP-TIPO.
005950     MOVE "REFUGO POR CLIENTE" TO SEC-TITULO.
005960     PERFORM 5100-IMPRIME-SECAO
005970         THRU 5100-IMPRIME-SECAO-EXIT.
005980     PERFORM 5300-IMPRIME-TOTAIS
005990         THRU 5300-IMPRIME-TOTAIS-EXIT.
006000 5000-IMPRIME-RELATORIO-EXIT.
006010     EXIT.
006020 5100-IMPRIME-SECAO.
006030     MOVE SPACES TO REG-RELATORIO-REFUGO.
006040     WRITE REG-RELATORIO-REFUGO.
006050     WRITE REG-RELATORIO-REFUGO FROM LINHA-SECAO-REFUGO.
006060     WRITE REG-RELATORIO-REFUGO FROM LINHA-CABECALHO-REFUGO.
006070     PERFORM 5200-IMPRIME-ACUMULO
006080         THRU 5200-IMPRIME-ACUMULO-EXIT
006090         VARYING I-ACUMULO FROM 1 BY 1
006100         UNTIL I-ACUMULO > QTD-ACUMULOS-TABELA.
006110 5100-IMPRIME-SECAO-EXIT.
006120     EXIT.
006130*****************************************************************
006140*  IMPRIME UMA LINHA DA QUEBRA PEDIDA EM CHP-TIPO. MATERIAL E
006150*  CLIENTE SAO COMPARADOS COM A PRODUCAO BOA DELES; MOTIVO E
006160*  OPERADOR, COM A PRODUCAO BOA TOTAL DO MES. MATERIAL OU
006170*  CLIENTE SEM REFUGO NAO E IMPRESSO.
006180*****************************************************************
006190 5200-IMPRIME-ACUMULO.
006200     IF ACU-TIPO (I-ACUMULO) NOT = CHP-TIPO
006210         GO TO 5200-IMPRIME-ACUMULO-EXIT
006220     END-IF.
006230     IF (ACU-MATERIAL (I-ACUMULO) OR ACU-CLIENTE (I-ACUMULO)) AND
006240        ACU-REF-PECAS (I-ACUMULO) = ZEROES
006250         GO TO 5200-IMPRIME-ACUMULO-EXIT
006260     END-IF.
006270     IF ACU-MATERIAL (I-ACUMULO) OR ACU-CLIENTE (I-ACUMULO)
006280         MOVE ACU-BOA-AREA (I-ACUMULO) TO BASE-AREA
006290         MOVE ACU-BOA-PESO (I-ACUMULO) TO BASE-PESO
006300         MOVE ACU-BOA-CUSTO (I-ACUMULO) TO BASE-CUSTO
006310     ELSE
006320         MOVE TOT-BOA-AREA TO BASE-AREA
006330         MOVE TOT-BOA-PESO TO BASE-PESO
006340         MOVE TOT-BOA-CUSTO TO BASE-CUSTO
006350     END-IF.
006360     MOVE SPACES TO LINHA-DETALHE-REFUGO.
006370     IF ACU-CLIENTE (I-ACUMULO)
006380         MOVE ACU-CHAVE (I-ACUMULO) TO DET-DESCRICAO
006390     ELSE
006400         MOVE ACU-CHAVE (I-ACUMULO) TO DET-CHAVE
006410         MOVE ACU-DESCRICAO (I-ACUMULO) TO DET-DESCRICAO
006420     END-IF.
006430     MOVE ACU-REF-PECAS (I-ACUMULO) TO DET-PECAS.
006440     MOVE ACU-REF-AREA (I-ACUMULO) TO DET-AREA.
006450     MOVE ACU-REF-PESO (I-ACUMULO) TO DET-PESO.
006460     MOVE ACU-REF-CUSTO (I-ACUMULO) TO DET-CUSTO.
006470     MOVE ZEROES TO PERCENTUAL-CALCULADO.
006480     IF BASE-AREA > ZEROES
006490         COMPUTE PERCENTUAL-CALCULADO ROUNDED =
006500             ACU-REF-AREA (I-ACUMULO) * 100 / BASE-AREA
006510             ON SIZE ERROR
006520                 MOVE 9999.99 TO PERCENTUAL-CALCULADO
006530         END-COMPUTE
006540     END-IF.
006550     MOVE PERCENTUAL-CALCULADO TO DET-PERC-AREA.
006560     MOVE ZEROES TO PERCENTUAL-CALCULADO.
006570     IF BASE-PESO > ZEROES
006580         COMPUTE PERCENTUAL-CALCULADO ROUNDED =
006590             ACU-REF-PESO (I-ACUMULO) * 100 / BASE-PESO
006600             ON SIZE ERROR
006610                 MOVE 9999.99 TO PERCENTUAL-CALCULADO
006620         END-COMPUTE
006630     END-IF.
006640     MOVE PERCENTUAL-CALCULADO TO DET-PERC-PESO.
006650     MOVE ZEROES TO PERCENTUAL-CALCULADO.
006660     IF BASE-CUSTO > ZEROES
006670         COMPUTE PERCENTUAL-CALCULADO ROUNDED =
006680             ACU-REF-CUSTO (I-ACUMULO) * 100 / BASE-CUSTO
006690             ON SIZE ERROR
006700                 MOVE 9999.99 TO PERCENTUAL-CALCULADO
006710         END-COMPUTE
006720     END-IF.
006730     MOVE PERCENTUAL-CALCULADO TO DET-PERC-CUSTO.
006740     WRITE REG-RELATORIO-REFUGO FROM LINHA-DETALHE-REFUGO.
006750 5200-IMPRIME-ACUMULO-EXIT.
006760     EXIT.
006770*****************************************************************
006780*  IMPRIME OS TOTAIS DO MES - PRODUCAO BOA, REFUGO E PERCENTUAIS
006790*  - E OS AVISOS DE MATERIAL SEM CUSTO E DE TABELA CHEIA.
006800*****************************************************************
006810 5300-IMPRIME-TOTAIS.
006820     MOVE SPACES TO REG-RELATORIO-REFUGO.
006830     WRITE REG-RELATORIO-REFUGO.
006840     MOVE "PECAS BOAS NO MES:" TO TOT-REF-TITULO.
006850     MOVE TOT-BOA-PECAS TO TOT-REF-VALOR.
006860     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
006870     MOVE "AREA BOA NO MES (M2):" TO TOT-REF-TITULO.
006880     MOVE TOT-BOA-AREA TO TOT-REF-VALOR.
006890     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
006900     MOVE "PESO BOM NO MES (KG):" TO TOT-REF-TITULO.
006910     MOVE TOT-BOA-PESO TO TOT-REF-VALOR.
006920     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
006930     MOVE "CUSTO DA PRODUCAO BOA NO MES:" TO TOT-REF-TITULO.
006940     MOVE TOT-BOA-CUSTO TO TOT-REF-VALOR.
006950     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
006960     MOVE "PECAS RECORTADAS NO MES:" TO TOT-REF-TITULO.
006970     MOVE TOT-REF-PECAS TO TOT-REF-VALOR.
006980     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
006990     MOVE "AREA DE REFUGO NO MES (M2):" TO TOT-REF-TITULO.
007000     MOVE TOT-REF-AREA TO TOT-REF-VALOR.
007010     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
007020     MOVE "PESO DE REFUGO NO MES (KG):" TO TOT-REF-TITULO.
007030     MOVE TOT-REF-PESO TO TOT-REF-VALOR.
007040     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
007050     MOVE "CUSTO DO REFUGO NO MES:" TO TOT-REF-TITULO.
007060     MOVE TOT-REF-CUSTO TO TOT-REF-VALOR.
007070     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
007080     MOVE ZEROES TO PERCENTUAL-CALCULADO.
007090     IF TOT-BOA-AREA > ZEROES
007100         COMPUTE PERCENTUAL-CALCULADO ROUNDED =
007110             TOT-REF-AREA * 100 / TOT-BOA-AREA
007120             ON SIZE ERROR
007130                 MOVE 9999.99 TO PERCENTUAL-CALCULADO
007140         END-COMPUTE
007150     END-IF.
007160     MOVE "% DE REFUGO SOBRE A AREA BOA:" TO TOT-REF-TITULO.
007170     MOVE PERCENTUAL-CALCULADO TO TOT-REF-VALOR.
007180     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
007190     MOVE ZEROES TO PERCENTUAL-CALCULADO.
007200     IF TOT-BOA-PESO > ZEROES
007210         COMPUTE PERCENTUAL-CALCULADO ROUNDED =
007220             TOT-REF-PESO * 100 / TOT-BOA-PESO
007230             ON SIZE ERROR
007240                 MOVE 9999.99 TO PERCENTUAL-CALCULADO
007250         END-COMPUTE
007260     END-IF.
007270     MOVE "% DE REFUGO SOBRE O PESO BOM:" TO TOT-REF-TITULO.
007280     MOVE PERCENTUAL-CALCULADO TO TOT-REF-VALOR.
007290     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
007300     MOVE ZEROES TO PERCENTUAL-CALCULADO.
007310     IF TOT-BOA-CUSTO > ZEROES
007320         COMPUTE PERCENTUAL-CALCULADO ROUNDED =
007330             TOT-REF-CUSTO * 100 / TOT-BOA-CUSTO
007340             ON SIZE ERROR
007350                 MOVE 9999.99 TO PERCENTUAL-CALCULADO
007360         END-COMPUTE
007370     END-IF.
007380     MOVE "% DE REFUGO SOBRE O CUSTO BOM:" TO TOT-REF-TITULO.
007390     MOVE PERCENTUAL-CALCULADO TO TOT-REF-VALOR.
007400     WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO.
007410     IF CONT-SEM-CUSTO > ZEROES
007420         MOVE "LINHAS COM MATERIAL SEM CUSTO:" TO TOT-REF-TITULO
007430         MOVE CONT-SEM-CUSTO TO TOT-REF-VALOR
007440         WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO
007450     END-IF.
007460     IF CONT-EXCEDENTES > ZEROES
007470         MOVE "ACUMULOS FORA DA TABELA (CHEIA):" TO TOT-REF-TITULO
007480         MOVE CONT-EXCEDENTES TO TOT-REF-VALOR
007490         WRITE REG-RELATORIO-REFUGO FROM LINHA-TOTAL-REFUGO
007500     END-IF.
007510 5300-IMPRIME-TOTAIS-EXIT.
007520     EXIT.
007530*****************************************************************
007540*  FINALIZACAO - FECHA OS ARQUIVOS E MOSTRA O RESUMO DA RODADA.
007550*****************************************************************
007560 9000-FINALIZA.
007570     CLOSE ARQ-MESTRE-HISTORICO.
007580     CLOSE ARQ-RELATORIO-REFUGO.
007590     DISPLAY "RELATORIO DE REFUGO DO MES " MES-REFERENCIA
007600         " GRAVADO NO SHPREF.".
007610     DISPLAY "LINHAS LIDAS: " CONT-LINHAS-LIDAS
007620         " BOAS NO MES: " CONT-LINHAS-BOAS
007630         " RECORTES NO MES: " CONT-LINHAS-RECORTE.
007640 9000-FINALIZA-EXIT.
007650     EXIT.
007660 9999-FIM-PROGRAMA.
007670     STOP RUN.
