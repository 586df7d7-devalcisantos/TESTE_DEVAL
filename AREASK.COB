000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASK.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - MANUTENCAO DO CATALOGO
000120*                      DE PECAS PADRAO (PECMSTR, LAYOUT PECCAT).
000130*                      CARREGA O CATALOGO EM TABELA E OFERECE UM
000140*                      MENU DE CONSOLE PARA LISTAR, INCLUIR (NA
000150*                      ORDEM DO CODIGO DA PECA), ALTERAR (CAMPO
000160*                      EM BRANCO MANTEM O VALOR), INATIVAR E
000170*                      REATIVAR PECAS. FORMA, UNIDADE, DIMENSOES
000180*                      E DEDUCOES SAO CRITICADAS COMO NA CRITICA
000190*                      DA LISTA DE CORTE (AREASE) E O MATERIAL
000200*                      CONTRA O CADASTRO DE MATERIAIS (MATMSTR),
000210*                      PARA A LINHA P EXPANDIDA NAO CAIR NO
000220*                      SUSPENSO. A OPCAO C IMPRIME O CONSUMO POR
000230*                      PECA (SHPUSO): LINHAS, PECAS, AREA E PESO
000240*                      DO MESTRE DE HISTORICO (SHPMSTR), SEM OS
000250*                      CANCELADOS, NO PERIODO INFORMADO. NO
000260*                      ENCERRAMENTO O CATALOGO E REGRAVADO;
000270*                      CATALOGO MAIOR QUE A TABELA ABORTA A
000280*                      SESSAO (CODIGO DE RETORNO 8) SEM REGRAVAR,
000290*                      COMO NO AREAST.
000292*  15/10/2026  EJS     NO CONSUMO POR PECA, DATA FINAL EM BRANCO
000294*                      VAI ATE A DATA DE PROCESSAMENTO DO CONTROLE
000296*                      SHPDAT (MANTIDO PELO AREASN), NAO MAIS SEM
000298*                      LIMITE.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ARQ-CATALOGO-PECAS ASSIGN TO PECMSTR
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-CATALOGO-PECAS.
000370     SELECT ARQ-MATERIAIS ASSIGN TO MATMSTR
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-MATERIAIS.
000400     SELECT ARQ-MESTRE-HISTORICO ASSIGN TO SHPMSTR
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS MST-CHAVE
000440         FILE STATUS IS FS-MESTRE-HISTORICO.
000450     SELECT ARQ-RELATORIO-CONSUMO ASSIGN TO SHPUSO
000460         ORGANIZATION IS LINE SEQUENTIAL.
000462     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ARQ-CATALOGO-PECAS
000500     RECORDING MODE IS F.
000510 01  REG-CATALOGO-PECAS.
000520     COPY PECCAT.
000530 FD  ARQ-MATERIAIS
000540     RECORDING MODE IS F.
000550 01  REG-MATERIAIS.
000560     COPY MATMST.
000570 FD  ARQ-MESTRE-HISTORICO.
000580 01  REG-MESTRE-HISTORICO.
000590     COPY MSTHST.
000600 FD  ARQ-RELATORIO-CONSUMO
000610     RECORDING MODE IS F.
000620 01  REG-RELATORIO-CONSUMO       PIC X(100).
000622 FD  ARQ-DATA-PROCESSAMENTO
000624     RECORDING MODE IS F.
000626 01  REG-DATA-PROCESSAMENTO.
000628     COPY DATPRC.
000630 WORKING-STORAGE SECTION.
000640 01  SW-FIM-CATALOGO         PIC X(01) VALUE "N".
000650     88  FIM-CATALOGO                VALUE "S".
000660     88  NAO-FIM-CATALOGO            VALUE "N".
000670 01  SW-FIM-MATERIAIS        PIC X(01) VALUE "N".
000680     88  FIM-MATERIAIS               VALUE "S".
000690     88  NAO-FIM-MATERIAIS           VALUE "N".
000700 01  SW-FIM-MESTRE           PIC X(01) VALUE "N".
000710     88  FIM-MESTRE                  VALUE "S".
000720     88  NAO-FIM-MESTRE              VALUE "N".
000730 01  SW-FIM-MENU             PIC X(01) VALUE "N".
000740     88  FIM-MENU                    VALUE "S".
000750     88  NAO-FIM-MENU                VALUE "N".
000760 01  SW-SESSAO-ABORTADA      PIC X(01) VALUE "N".
000770     88  SESSAO-ABORTADA             VALUE "S".
000780 01  SW-DADOS-VALIDOS        PIC X(01) VALUE "S".
000790     88  DADOS-VALIDOS               VALUE "S".
000800     88  DADOS-INVALIDOS             VALUE "N".
000810 01  SW-CATALOGO-ALTERADO    PIC X(01) VALUE "N".
000820     88  CATALOGO-ALTERADO           VALUE "S".
000830 01  ESCOLHA-MENU            PIC X(01).
000840 01  RESPOSTA-OPERADOR       PIC X(01).
000850     88  RESPOSTA-SIM                VALUE "S".
000860 77  FS-CATALOGO-PECAS       PIC X(02) VALUE ZEROES.
000870 77  FS-MATERIAIS            PIC X(02) VALUE ZEROES.
000880 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
000885 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000890 77  I-PECA                  PIC 9(03) VALUE ZEROES COMP.
000900 77  I-BUSCA-PECA            PIC 9(03) VALUE ZEROES COMP.
000910 77  I-POSICAO-INCLUSAO      PIC 9(03) VALUE ZEROES COMP.
000920 77  I-DESLOCA               PIC 9(03) VALUE ZEROES COMP.
000930 77  I-DEDUCAO               PIC 9(02) VALUE ZEROES COMP.
000940 77  QTD-PECAS-TABELA        PIC 9(03) VALUE ZEROES COMP.
000950 77  MAXIMO-PECAS-TABELA     PIC 9(03) VALUE 300 COMP.
000960 77  MAXIMO-DEDUCOES-PECA    PIC 9(02) VALUE 10 COMP.
000970 77  PECAS-EXCEDENTES        PIC 9(05) VALUE ZEROES COMP.
000980 77  I-MATERIAL              PIC 9(03) VALUE ZEROES COMP.
000990 77  I-BUSCA-MATERIAL        PIC 9(03) VALUE ZEROES COMP.
001000 77  QTD-MATERIAIS-TABELA    PIC 9(03) VALUE ZEROES COMP.
001010 77  MAXIMO-MATERIAIS-TABELA PIC 9(03) VALUE 200 COMP.
001020 77  CONT-INCLUIDAS          PIC 9(05) VALUE ZEROES COMP.
001030 77  CONT-ALTERADAS          PIC 9(05) VALUE ZEROES COMP.
001040 77  CONT-INATIVADAS         PIC 9(05) VALUE ZEROES COMP.
001050 77  CONT-REATIVADAS         PIC 9(05) VALUE ZEROES COMP.
001060 77  CONT-RECUSADAS          PIC 9(05) VALUE ZEROES COMP.
001070 77  CONT-MESTRE-LIDOS       PIC 9(07) VALUE ZEROES COMP.
001080 77  CONT-FORA-CATALOGO      PIC 9(07) VALUE ZEROES COMP.
001090 77  CODIGO-PECA-INFORMADO   PIC X(10) VALUE SPACES.
001100 77  DATA-INICIAL-CONSUMO    PIC 9(08) VALUE ZEROES.
001110 77  DATA-FINAL-CONSUMO      PIC 9(08) VALUE ZEROES.
001120 77  AREA-LINHA-CONSUMO      PIC 9(10)V99 VALUE ZEROES.
001130 77  PESO-LINHA-CONSUMO      PIC 9(10)V99 VALUE ZEROES.
001140 01  ENV-DESCRICAO           PIC X(30).
001150 01  ENV-CODIGO-FORMA        PIC X(01).
001160 01  ENV-UNIDADE-MEDIDA      PIC X(01).
001170 01  ENV-CODIGO-MATERIAL     PIC X(05).
001180 01  ENV-DIMENSAO-1          PIC X(06).
001190 01  ENV-DIMENSAO-1-R REDEFINES ENV-DIMENSAO-1 PIC 9(4)V99.
001200 01  ENV-DIMENSAO-2          PIC X(06).
001210 01  ENV-DIMENSAO-2-R REDEFINES ENV-DIMENSAO-2 PIC 9(4)V99.
001220 01  ENV-DIMENSAO-3          PIC X(06).
001230 01  ENV-DIMENSAO-3-R REDEFINES ENV-DIMENSAO-3 PIC 9(4)V99.
001240 01  ENV-QUANTIDADE          PIC X(03).
001250 01  ENV-QUANTIDADE-R REDEFINES ENV-QUANTIDADE PIC 9(03).
001260 01  ENV-QTDE-DEDUCOES       PIC X(02).
001270 01  ENV-QTDE-DEDUCOES-R REDEFINES ENV-QTDE-DEDUCOES PIC 9(02).
001280 01  ENV-DATA-INICIAL        PIC X(08).
001290 01  ENV-DATA-INICIAL-R REDEFINES ENV-DATA-INICIAL PIC 9(08).
001300 01  ENV-DATA-FINAL          PIC X(08).
001310 01  ENV-DATA-FINAL-R REDEFINES ENV-DATA-FINAL PIC 9(08).
001320 01  REG-PECA-TRABALHO.
001330     COPY PECCAT REPLACING LEADING ==CAT== BY ==TRB==.
001340 01  REG-PECA-ANTERIOR       PIC X(288).
001350 01  TABELA-PECAS.
001360     05  ITEM-PECA OCCURS 301.
001370         10  TAB-PEC-REGISTRO    PIC X(288).
001380         10  TAB-USO-LINHAS      PIC 9(07) COMP.
001390         10  TAB-USO-PECAS       PIC 9(07) COMP.
001400         10  TAB-USO-AREA        PIC 9(10)V99.
001410         10  TAB-USO-PESO        PIC 9(10)V99.
001420 01  TABELA-MATERIAIS.
001430     05  ITEM-MATERIAL OCCURS 200.
001440         10  TAB-MAT-CODIGO      PIC X(05).
001450 01  LINHA-CABECALHO-CONSUMO-1.
001460     05  FILLER              PIC X(30)
001470             VALUE "CONSUMO POR PECA DO CATALOGO -".
001480     05  FILLER              PIC X(09) VALUE " PERIODO ".
001490     05  CAB1-DATA-INICIAL   PIC 9(08).
001500     05  FILLER              PIC X(03) VALUE " A ".
001510     05  CAB1-DATA-FINAL     PIC 9(08).
001520 01  LINHA-CABECALHO-CONSUMO-2.
001530     05  FILLER              PIC X(11) VALUE "PECA".
001540     05  FILLER              PIC X(31) VALUE "DESCRICAO".
001550     05  FILLER              PIC X(09) VALUE "  LINHAS".
001560     05  FILLER              PIC X(09) VALUE "   PECAS".
001570     05  FILLER              PIC X(17) VALUE "       AREA (M2)".
001580     05  FILLER              PIC X(17) VALUE "       PESO (KG)".
001590 01  LINHA-DETALHE-CONSUMO.
001600     05  DET-USO-PECA        PIC X(10).
001610     05  FILLER              PIC X(01) VALUE SPACES.
001620     05  DET-USO-DESCRICAO   PIC X(30).
001630     05  FILLER              PIC X(01) VALUE SPACES.
001640     05  DET-USO-LINHAS      PIC ZZZZZZZ9.
001650     05  FILLER              PIC X(01) VALUE SPACES.
001660     05  DET-USO-PECAS       PIC ZZZZZZZ9.
001670     05  FILLER              PIC X(01) VALUE SPACES.
001680     05  DET-USO-AREA        PIC ZZZZZZZZZZZZ9.99.
001690     05  FILLER              PIC X(01) VALUE SPACES.
001700     05  DET-USO-PESO        PIC ZZZZZZZZZZZZ9.99.
001710 01  LINHA-TOTAL-CONSUMO.
001720     05  FILLER              PIC X(38)
001730             VALUE "LINHAS DE PECA FORA DO CATALOGO ATUAL".
001740     05  FILLER              PIC X(02) VALUE ": ".
001750     05  TOT-FORA-CATALOGO   PIC ZZZZZZ9.
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INICIALIZA
001790         THRU 1000-INICIALIZA-EXIT.
001800     IF SESSAO-ABORTADA
001810         GO TO 9999-FIM-PROGRAMA
001820     END-IF.
001830     PERFORM 2000-MENU-PRINCIPAL
001840         THRU 2000-MENU-PRINCIPAL-EXIT
001850         UNTIL FIM-MENU.
001860     PERFORM 9000-FINALIZA
001870         THRU 9000-FINALIZA-EXIT.
001880     GO TO 9999-FIM-PROGRAMA.
001890*****************************************************************
001900*  INICIALIZACAO - CARREGA O CADASTRO DE MATERIAIS (OBRIGATORIO,
001910*  PARA CRITICAR O MATERIAL DA PECA) E O CATALOGO EM TABELA E
001920*  FECHA O CATALOGO PARA REGRAVA-LO NO ENCERRAMENTO. CATALOGO
001930*  AUSENTE COMECA VAZIO (PRIMEIRA CARGA).
001940*****************************************************************
001950 1000-INICIALIZA.
001960     OPEN INPUT ARQ-MATERIAIS.
001970     IF FS-MATERIAIS NOT = "00"
001980         DISPLAY "ERRO - CADASTRO DE MATERIAIS (MATMSTR) NAO "
001990             "ABERTO - STATUS: " FS-MATERIAIS
002000         SET SESSAO-ABORTADA TO TRUE
002010         MOVE 8 TO RETURN-CODE
002020         GO TO 1000-INICIALIZA-EXIT
002030     END-IF.
002040     PERFORM 1100-CARREGA-MATERIAL
002050         THRU 1100-CARREGA-MATERIAL-EXIT
002060         UNTIL FIM-MATERIAIS.
002070     CLOSE ARQ-MATERIAIS.
002080     OPEN INPUT ARQ-CATALOGO-PECAS.
002090     IF FS-CATALOGO-PECAS = "00"
002100         PERFORM 1200-CARREGA-PECA
002110             THRU 1200-CARREGA-PECA-EXIT
002120             UNTIL FIM-CATALOGO
002130         CLOSE ARQ-CATALOGO-PECAS
002140     ELSE
002150         IF FS-CATALOGO-PECAS NOT = "35"
002160             DISPLAY "ERRO - CATALOGO DE PECAS (PECMSTR) NAO "
002170                 "ABERTO - STATUS: " FS-CATALOGO-PECAS
002180             SET SESSAO-ABORTADA TO TRUE
002190             MOVE 8 TO RETURN-CODE
002200             GO TO 1000-INICIALIZA-EXIT
002210         END-IF
002220         DISPLAY "AVISO - CATALOGO DE PECAS (PECMSTR) VAZIO."
002230     END-IF.
002240     DISPLAY "PECAS NO CATALOGO: " QTD-PECAS-TABELA.
002250     IF PECAS-EXCEDENTES > ZEROES
002260         DISPLAY "ATENCAO: TABELA ESGOTADA - "
002270             PECAS-EXCEDENTES " PECA(S) ALEM DA "
002280             "CAPACIDADE SERIAM PERDIDAS - SESSAO ABORTADA."
002290         SET SESSAO-ABORTADA TO TRUE
002300         MOVE 8 TO RETURN-CODE
002310     END-IF.
002320 1000-INICIALIZA-EXIT.
002330     EXIT.
002340*****************************************************************
002350*  CARREGA O PROXIMO MATERIAL DO CADASTRO NA TABELA DE CODIGOS
002360*  VALIDOS.
002370*****************************************************************
002380 1100-CARREGA-MATERIAL.
002390     READ ARQ-MATERIAIS
002400         AT END
002410             SET FIM-MATERIAIS TO TRUE
002420             GO TO 1100-CARREGA-MATERIAL-EXIT
002430     END-READ.
002440     IF QTD-MATERIAIS-TABELA < MAXIMO-MATERIAIS-TABELA
002450         ADD 1 TO QTD-MATERIAIS-TABELA
002460         MOVE MAT-CODIGO
002470             TO TAB-MAT-CODIGO (QTD-MATERIAIS-TABELA)
002480     ELSE
002490         DISPLAY "AVISO - TABELA DE MATERIAIS ESGOTADA - CODIGO "
002500             "IGNORADO: " MAT-CODIGO
002510     END-IF.
002520 1100-CARREGA-MATERIAL-EXIT.
002530     EXIT.
002540*****************************************************************
002550*  CARREGA A PROXIMA PECA DO CATALOGO NA TABELA, COM OS
002560*  ACUMULADORES DE CONSUMO ZERADOS.
002570*****************************************************************
002580 1200-CARREGA-PECA.
002590     READ ARQ-CATALOGO-PECAS
002600         AT END
002610             SET FIM-CATALOGO TO TRUE
002620             GO TO 1200-CARREGA-PECA-EXIT
002630     END-READ.
002640     IF QTD-PECAS-TABELA < MAXIMO-PECAS-TABELA
002650         ADD 1 TO QTD-PECAS-TABELA
002660         MOVE REG-CATALOGO-PECAS
002670             TO TAB-PEC-REGISTRO (QTD-PECAS-TABELA)
002680         MOVE ZEROES TO TAB-USO-LINHAS (QTD-PECAS-TABELA)
002690             TAB-USO-PECAS (QTD-PECAS-TABELA)
002700             TAB-USO-AREA (QTD-PECAS-TABELA)
002710             TAB-USO-PESO (QTD-PECAS-TABELA)
002720     ELSE
002730         ADD 1 TO PECAS-EXCEDENTES
002740     END-IF.
002750 1200-CARREGA-PECA-EXIT.
002760     EXIT.
002770*****************************************************************
002780*  MENU PRINCIPAL DA MANUTENCAO DO CATALOGO DE PECAS.
002790*****************************************************************
002800 2000-MENU-PRINCIPAL.
002810     DISPLAY " ".
002820     DISPLAY "CATALOGO DE PECAS PADRAO - ESCOLHA A OPCAO".
002830     DISPLAY "L - LISTAR O CATALOGO".
002840     DISPLAY "I - INCLUIR PECA".
002850     DISPLAY "A - ALTERAR PECA".
002860     DISPLAY "D - INATIVAR PECA".
002870     DISPLAY "R - REATIVAR PECA".
002880     DISPLAY "C - RELATORIO DE CONSUMO POR PECA (SHPUSO)".
002890     DISPLAY "0 - ENCERRAR E GRAVAR".
002900     DISPLAY "OPCAO: ".
002910     ACCEPT ESCOLHA-MENU.
002920     EVALUATE ESCOLHA-MENU
002930         WHEN "L"
002940             PERFORM 3000-LISTA-CATALOGO
002950                 THRU 3000-LISTA-CATALOGO-EXIT
002960         WHEN "I"
002970             PERFORM 4000-INCLUI-PECA
002980                 THRU 4000-INCLUI-PECA-EXIT
002990         WHEN "A"
003000             PERFORM 4100-ALTERA-PECA
003010                 THRU 4100-ALTERA-PECA-EXIT
003020         WHEN "D"
003030             PERFORM 4200-MUDA-SITUACAO
003040                 THRU 4200-MUDA-SITUACAO-EXIT
003050         WHEN "R"
003060             PERFORM 4200-MUDA-SITUACAO
003070                 THRU 4200-MUDA-SITUACAO-EXIT
003080         WHEN "C"
003090             PERFORM 6000-RELATORIO-CONSUMO
003100                 THRU 6000-RELATORIO-CONSUMO-EXIT
003110         WHEN "0"
003120             SET FIM-MENU TO TRUE
003130         WHEN OTHER
003140             DISPLAY "OPCAO INVALIDA - TENTE NOVAMENTE."
003150     END-EVALUATE.
003160 2000-MENU-PRINCIPAL-EXIT.
003170     EXIT.
003180*****************************************************************
003190*  LISTA O CATALOGO NA ORDEM DO CODIGO, UMA LINHA POR PECA E UMA
003200*  LINHA RECUADA POR DEDUCAO.
003210*****************************************************************
003220 3000-LISTA-CATALOGO.
003230     PERFORM 3100-LISTA-UMA-PECA
003240         THRU 3100-LISTA-UMA-PECA-EXIT
003250         VARYING I-PECA FROM 1 BY 1
003260         UNTIL I-PECA > QTD-PECAS-TABELA.
003270 3000-LISTA-CATALOGO-EXIT.
003280     EXIT.
003290 3100-LISTA-UMA-PECA.
003300     MOVE TAB-PEC-REGISTRO (I-PECA) TO REG-PECA-TRABALHO.
003310     DISPLAY TRB-CODIGO-PECA " " TRB-DESCRICAO
003320         " FORMA: " TRB-CODIGO-FORMA
003330         " UN: " TRB-UNIDADE-MEDIDA
003340         " DIM: " TRB-DIMENSAO-1 " " TRB-DIMENSAO-2
003350         " " TRB-DIMENSAO-3
003360         " MATL: " TRB-CODIGO-MATERIAL
003370         " SIT: " TRB-SITUACAO.
003380     PERFORM 3110-LISTA-DEDUCAO
003390         THRU 3110-LISTA-DEDUCAO-EXIT
003400         VARYING I-DEDUCAO FROM 1 BY 1
003410         UNTIL I-DEDUCAO > TRB-QTDE-DEDUCOES
003420            OR I-DEDUCAO > MAXIMO-DEDUCOES-PECA.
003430 3100-LISTA-UMA-PECA-EXIT.
003440     EXIT.
003450 3110-LISTA-DEDUCAO.
003460     DISPLAY "      DEDUCAO " I-DEDUCAO
003470         " FORMA: " TRB-DED-CODIGO-FORMA (I-DEDUCAO)
003480         " DIM: " TRB-DED-DIMENSAO-1 (I-DEDUCAO)
003490         " " TRB-DED-DIMENSAO-2 (I-DEDUCAO)
003500         " " TRB-DED-DIMENSAO-3 (I-DEDUCAO)
003510         " FUROS: " TRB-DED-QUANTIDADE (I-DEDUCAO).
003520 3110-LISTA-DEDUCAO-EXIT.
003530     EXIT.
003540*****************************************************************
003550*  INCLUI UMA PECA NOVA, ATIVA, NA POSICAO DO SEU CODIGO PARA O
003560*  CATALOGO CONTINUAR ORDENADO. CODIGO JA CADASTRADO OU DADOS
003570*  INVALIDOS RECUSAM A INCLUSAO.
003580*****************************************************************
003590 4000-INCLUI-PECA.
003600     PERFORM 5000-OBTEM-CODIGO-PECA
003610         THRU 5000-OBTEM-CODIGO-PECA-EXIT.
003620     IF CODIGO-PECA-INFORMADO = SPACES
003630         DISPLAY "ERRO - CODIGO DA PECA OBRIGATORIO."
003640         ADD 1 TO CONT-RECUSADAS
003650         GO TO 4000-INCLUI-PECA-EXIT
003660     END-IF.
003670     IF I-PECA NOT = ZEROES
003680         DISPLAY "ERRO - PECA JA CADASTRADA: "
003690             CODIGO-PECA-INFORMADO
003700         ADD 1 TO CONT-RECUSADAS
003710         GO TO 4000-INCLUI-PECA-EXIT
003720     END-IF.
003730     IF QTD-PECAS-TABELA >= MAXIMO-PECAS-TABELA
003740         DISPLAY "ERRO - CATALOGO CHEIO - INCLUSAO RECUSADA."
003750         ADD 1 TO CONT-RECUSADAS
003760         GO TO 4000-INCLUI-PECA-EXIT
003770     END-IF.
003780     MOVE SPACES TO REG-PECA-TRABALHO.
003790     MOVE CODIGO-PECA-INFORMADO TO TRB-CODIGO-PECA.
003800     MOVE ZEROES TO TRB-DIMENSAO-1 TRB-DIMENSAO-2 TRB-DIMENSAO-3
003810         TRB-QTDE-DEDUCOES.
003820     SET TRB-PECA-ATIVA TO TRUE.
003830     PERFORM 5100-OBTEM-DADOS-PECA
003840         THRU 5100-OBTEM-DADOS-PECA-EXIT.
003850     IF DADOS-INVALIDOS
003860         ADD 1 TO CONT-RECUSADAS
003870         GO TO 4000-INCLUI-PECA-EXIT
003880     END-IF.
003890     PERFORM 5200-OBTEM-DEDUCOES
003900         THRU 5200-OBTEM-DEDUCOES-EXIT.
003910     IF DADOS-INVALIDOS
003920         ADD 1 TO CONT-RECUSADAS
003930         GO TO 4000-INCLUI-PECA-EXIT
003940     END-IF.
003950     MOVE ZEROES TO I-POSICAO-INCLUSAO.
003960     PERFORM 4010-PROCURA-POSICAO
003970         THRU 4010-PROCURA-POSICAO-EXIT
003980         VARYING I-BUSCA-PECA FROM 1 BY 1
003990         UNTIL I-BUSCA-PECA > QTD-PECAS-TABELA
004000            OR I-POSICAO-INCLUSAO > ZEROES.
004010     IF I-POSICAO-INCLUSAO = ZEROES
004020         COMPUTE I-POSICAO-INCLUSAO = QTD-PECAS-TABELA + 1
004030     END-IF.
004040     PERFORM 4020-DESLOCA-PECA
004050         THRU 4020-DESLOCA-PECA-EXIT
004060         VARYING I-DESLOCA FROM QTD-PECAS-TABELA BY -1
004070         UNTIL I-DESLOCA < I-POSICAO-INCLUSAO.
004080     ADD 1 TO QTD-PECAS-TABELA.
004090     MOVE REG-PECA-TRABALHO
004100         TO TAB-PEC-REGISTRO (I-POSICAO-INCLUSAO).
004110     MOVE ZEROES TO TAB-USO-LINHAS (I-POSICAO-INCLUSAO)
004120         TAB-USO-PECAS (I-POSICAO-INCLUSAO)
004130         TAB-USO-AREA (I-POSICAO-INCLUSAO)
004140         TAB-USO-PESO (I-POSICAO-INCLUSAO).
004150     SET CATALOGO-ALTERADO TO TRUE.
004160     ADD 1 TO CONT-INCLUIDAS.
004170     DISPLAY "PECA INCLUIDA: " TRB-CODIGO-PECA.
004180 4000-INCLUI-PECA-EXIT.
004190     EXIT.
004200*****************************************************************
004210*  LOCALIZA A POSICAO DE INCLUSAO: A PRIMEIRA PECA DE CODIGO
004220*  MAIOR QUE O DA PECA NOVA (ZERO = FINAL DA TABELA). AS PECAS A
004230*  PARTIR DELA DESCEM UMA POSICAO (4020).
004240*****************************************************************
004250 4010-PROCURA-POSICAO.
004260     MOVE TAB-PEC-REGISTRO (I-BUSCA-PECA) TO REG-CATALOGO-PECAS.
004270     IF CAT-CODIGO-PECA > TRB-CODIGO-PECA
004280         MOVE I-BUSCA-PECA TO I-POSICAO-INCLUSAO
004290     END-IF.
004300 4010-PROCURA-POSICAO-EXIT.
004310     EXIT.
004320 4020-DESLOCA-PECA.
004330     MOVE ITEM-PECA (I-DESLOCA) TO ITEM-PECA (I-DESLOCA + 1).
004340 4020-DESLOCA-PECA-EXIT.
004350     EXIT.
004360*****************************************************************
004370*  ALTERA OS DADOS DE UMA PECA (CAMPO EM BRANCO MANTEM O VALOR
004380*  ATUAL) E, SE O OPERADOR QUISER, REDIGITA AS DEDUCOES.
004390*****************************************************************
004400 4100-ALTERA-PECA.
004410     PERFORM 5000-OBTEM-CODIGO-PECA
004420         THRU 5000-OBTEM-CODIGO-PECA-EXIT.
004430     IF I-PECA = ZEROES
004440         DISPLAY "ERRO - PECA NAO CADASTRADA: "
004450             CODIGO-PECA-INFORMADO
004460         ADD 1 TO CONT-RECUSADAS
004470         GO TO 4100-ALTERA-PECA-EXIT
004480     END-IF.
004490     MOVE TAB-PEC-REGISTRO (I-PECA) TO REG-PECA-TRABALHO.
004500     MOVE REG-PECA-TRABALHO TO REG-PECA-ANTERIOR.
004510     PERFORM 5100-OBTEM-DADOS-PECA
004520         THRU 5100-OBTEM-DADOS-PECA-EXIT.
004530     IF DADOS-INVALIDOS
004540         ADD 1 TO CONT-RECUSADAS
004550         GO TO 4100-ALTERA-PECA-EXIT
004560     END-IF.
004570     MOVE SPACES TO RESPOSTA-OPERADOR.
004580     DISPLAY "REDIGITAR AS DEDUCOES (S/N): ".
004590     ACCEPT RESPOSTA-OPERADOR.
004600     IF RESPOSTA-SIM
004610         PERFORM 5200-OBTEM-DEDUCOES
004620             THRU 5200-OBTEM-DEDUCOES-EXIT
004630         IF DADOS-INVALIDOS
004640             ADD 1 TO CONT-RECUSADAS
004650             GO TO 4100-ALTERA-PECA-EXIT
004660         END-IF
004670     END-IF.
004680     IF REG-PECA-TRABALHO = REG-PECA-ANTERIOR
004690         DISPLAY "NADA ALTERADO NA PECA " TRB-CODIGO-PECA
004700         GO TO 4100-ALTERA-PECA-EXIT
004710     END-IF.
004720     MOVE REG-PECA-TRABALHO TO TAB-PEC-REGISTRO (I-PECA).
004730     SET CATALOGO-ALTERADO TO TRUE.
004740     ADD 1 TO CONT-ALTERADAS.
004750     DISPLAY "PECA ALTERADA: " TRB-CODIGO-PECA.
004760 4100-ALTERA-PECA-EXIT.
004770     EXIT.
004780*****************************************************************
004790*  INATIVA (OPCAO D) OU REATIVA (OPCAO R) UMA PECA. A PECA
004800*  INATIVA FICA NO CATALOGO PARA O CONSUMO E O HISTORICO, MAS A
004810*  CRITICA RECUSA LINHA NOVA COM ELA.
004820*****************************************************************
004830 4200-MUDA-SITUACAO.
004840     PERFORM 5000-OBTEM-CODIGO-PECA
004850         THRU 5000-OBTEM-CODIGO-PECA-EXIT.
004860     IF I-PECA = ZEROES
004870         DISPLAY "ERRO - PECA NAO CADASTRADA: "
004880             CODIGO-PECA-INFORMADO
004890         ADD 1 TO CONT-RECUSADAS
004900         GO TO 4200-MUDA-SITUACAO-EXIT
004910     END-IF.
004920     MOVE TAB-PEC-REGISTRO (I-PECA) TO REG-PECA-TRABALHO.
004930     IF ESCOLHA-MENU = "D"
004940         IF TRB-PECA-INATIVA
004950             DISPLAY "ERRO - PECA JA INATIVA: " TRB-CODIGO-PECA
004960             ADD 1 TO CONT-RECUSADAS
004970             GO TO 4200-MUDA-SITUACAO-EXIT
004980         END-IF
004990         SET TRB-PECA-INATIVA TO TRUE
005000         ADD 1 TO CONT-INATIVADAS
005010         DISPLAY "PECA INATIVADA: " TRB-CODIGO-PECA
005020     ELSE
005030         IF TRB-PECA-ATIVA
005040             DISPLAY "ERRO - PECA JA ATIVA: " TRB-CODIGO-PECA
005050             ADD 1 TO CONT-RECUSADAS
005060             GO TO 4200-MUDA-SITUACAO-EXIT
005070         END-IF
005080         SET TRB-PECA-ATIVA TO TRUE
005090         ADD 1 TO CONT-REATIVADAS
005100         DISPLAY "PECA REATIVADA: " TRB-CODIGO-PECA
005110     END-IF.
005120     MOVE REG-PECA-TRABALHO TO TAB-PEC-REGISTRO (I-PECA).
005130     SET CATALOGO-ALTERADO TO TRUE.
005140 4200-MUDA-SITUACAO-EXIT.
005150     EXIT.
005160*****************************************************************
005170*  PEDE O CODIGO DA PECA E LOCALIZA A PECA NA TABELA (I-PECA
005180*  ZERO QUANDO NAO CADASTRADA).
005190*****************************************************************
005200 5000-OBTEM-CODIGO-PECA.
005210     MOVE SPACES TO CODIGO-PECA-INFORMADO.
005220     DISPLAY "CODIGO DA PECA: ".
005230     ACCEPT CODIGO-PECA-INFORMADO.
005240     MOVE ZEROES TO I-PECA.
005250     IF CODIGO-PECA-INFORMADO NOT = SPACES
005260         PERFORM 5010-PROCURA-PECA
005270             THRU 5010-PROCURA-PECA-EXIT
005280             VARYING I-BUSCA-PECA FROM 1 BY 1
005290             UNTIL I-BUSCA-PECA > QTD-PECAS-TABELA
005300                OR I-PECA > ZEROES
005310     END-IF.
005320 5000-OBTEM-CODIGO-PECA-EXIT.
005330     EXIT.
005340 5010-PROCURA-PECA.
005350     MOVE TAB-PEC-REGISTRO (I-BUSCA-PECA) TO REG-CATALOGO-PECAS.
005360     IF CAT-CODIGO-PECA = CODIGO-PECA-INFORMADO
005370         MOVE I-BUSCA-PECA TO I-PECA
005380     END-IF.
005390 5010-PROCURA-PECA-EXIT.
005400     EXIT.
005410*****************************************************************
005420*  OBTEM DESCRICAO, FORMA, UNIDADE, DIMENSOES (SEIS DIGITOS COM
005430*  DUAS CASAS IMPLICITAS, COMO NA LISTA DE CORTE) E MATERIAL DA
005440*  PECA EM REG-PECA-TRABALHO - VALOR EM BRANCO MANTEM O ATUAL - E
005450*  CRITICA O RESULTADO COMO A CRITICA DA LISTA DE CORTE.
005460*****************************************************************
005470 5100-OBTEM-DADOS-PECA.
005480     SET DADOS-VALIDOS TO TRUE.
005490     MOVE SPACES TO ENV-DESCRICAO ENV-CODIGO-FORMA
005500         ENV-UNIDADE-MEDIDA ENV-CODIGO-MATERIAL ENV-DIMENSAO-1
005510         ENV-DIMENSAO-2 ENV-DIMENSAO-3.
005520     DISPLAY "DESCRICAO (BRANCO MANTEM: " TRB-DESCRICAO "): ".
005530     ACCEPT ENV-DESCRICAO.
005540     DISPLAY "FORMA 1-TRI 2-CIR 3-RET 4-TRAP 5-QUAD (BRANCO "
005550         "MANTEM: " TRB-CODIGO-FORMA "): ".
005560     ACCEPT ENV-CODIGO-FORMA.
005570     DISPLAY "UNIDADE M/P (BRANCO MANTEM: " TRB-UNIDADE-MEDIDA
005580         "): ".
005590     ACCEPT ENV-UNIDADE-MEDIDA.
005600     DISPLAY "DIMENSAO 1 (BRANCO MANTEM: " TRB-DIMENSAO-1 "): ".
005610     ACCEPT ENV-DIMENSAO-1.
005620     DISPLAY "DIMENSAO 2 (BRANCO MANTEM: " TRB-DIMENSAO-2 "): ".
005630     ACCEPT ENV-DIMENSAO-2.
005640     DISPLAY "DIMENSAO 3 (BRANCO MANTEM: " TRB-DIMENSAO-3 "): ".
005650     ACCEPT ENV-DIMENSAO-3.
005660     DISPLAY "MATERIAL (BRANCO MANTEM: " TRB-CODIGO-MATERIAL
005670         "): ".
005680     ACCEPT ENV-CODIGO-MATERIAL.
005690     IF ENV-DESCRICAO NOT = SPACES
005700         MOVE ENV-DESCRICAO TO TRB-DESCRICAO
005710     END-IF.
005720     IF ENV-CODIGO-FORMA NOT = SPACES
005730         MOVE ENV-CODIGO-FORMA TO TRB-CODIGO-FORMA
005740     END-IF.
005750     IF ENV-UNIDADE-MEDIDA NOT = SPACES
005760         MOVE ENV-UNIDADE-MEDIDA TO TRB-UNIDADE-MEDIDA
005770     END-IF.
005780     IF ENV-CODIGO-MATERIAL NOT = SPACES
005790         MOVE ENV-CODIGO-MATERIAL TO TRB-CODIGO-MATERIAL
005800     END-IF.
005810     IF ENV-DIMENSAO-1 NOT = SPACES
005820         IF ENV-DIMENSAO-1 IS NUMERIC
005830             MOVE ENV-DIMENSAO-1-R TO TRB-DIMENSAO-1
005840         ELSE
005850             DISPLAY "ERRO - DIMENSAO 1 NAO NUMERICA."
005860             SET DADOS-INVALIDOS TO TRUE
005870         END-IF
005880     END-IF.
005890     IF ENV-DIMENSAO-2 NOT = SPACES
005900         IF ENV-DIMENSAO-2 IS NUMERIC
005910             MOVE ENV-DIMENSAO-2-R TO TRB-DIMENSAO-2
005920         ELSE
005930             DISPLAY "ERRO - DIMENSAO 2 NAO NUMERICA."
005940             SET DADOS-INVALIDOS TO TRUE
005950         END-IF
005960     END-IF.
005970     IF ENV-DIMENSAO-3 NOT = SPACES
005980         IF ENV-DIMENSAO-3 IS NUMERIC
005990             MOVE ENV-DIMENSAO-3-R TO TRB-DIMENSAO-3
006000         ELSE
006010             DISPLAY "ERRO - DIMENSAO 3 NAO NUMERICA."
006020             SET DADOS-INVALIDOS TO TRUE
006030         END-IF
006040     END-IF.
006050     IF DADOS-INVALIDOS
006060         GO TO 5100-OBTEM-DADOS-PECA-EXIT
006070     END-IF.
006080     IF TRB-DESCRICAO = SPACES
006090         DISPLAY "ERRO - DESCRICAO OBRIGATORIA."
006100         SET DADOS-INVALIDOS TO TRUE
006110     END-IF.
006120     IF NOT TRB-FORMA-VALIDA
006130         DISPLAY "ERRO - CODIGO DE FORMA INVALIDO: "
006140             TRB-CODIGO-FORMA
006150         SET DADOS-INVALIDOS TO TRUE
006160     END-IF.
006170     IF NOT TRB-UNIDADE-VALIDA
006180         DISPLAY "ERRO - UNIDADE DE MEDIDA INVALIDA: "
006190             TRB-UNIDADE-MEDIDA
006200         SET DADOS-INVALIDOS TO TRUE
006210     END-IF.
006220     MOVE ZEROES TO I-MATERIAL.
006230     PERFORM 5110-PROCURA-MATERIAL
006240         THRU 5110-PROCURA-MATERIAL-EXIT
006250         VARYING I-BUSCA-MATERIAL FROM 1 BY 1
006260         UNTIL I-BUSCA-MATERIAL > QTD-MATERIAIS-TABELA
006270            OR I-MATERIAL > ZEROES.
006280     IF I-MATERIAL = ZEROES
006290         DISPLAY "ERRO - MATERIAL NAO CADASTRADO: "
006300             TRB-CODIGO-MATERIAL
006310         SET DADOS-INVALIDOS TO TRUE
006320     END-IF.
006330     IF TRB-DIMENSAO-1 NOT > ZEROES
006340        OR ((TRB-CODIGO-FORMA = "1" OR "3" OR "4")
006350            AND TRB-DIMENSAO-2 NOT > ZEROES)
006360        OR (TRB-CODIGO-FORMA = "4"
006365            AND TRB-DIMENSAO-3 NOT > ZEROES)
006370         DISPLAY "ERRO - DIMENSAO OBRIGATORIA DA FORMA ZERADA."
006380         SET DADOS-INVALIDOS TO TRUE
006390     END-IF.
006400 5100-OBTEM-DADOS-PECA-EXIT.
006410     EXIT.
006420 5110-PROCURA-MATERIAL.
006430     IF TRB-CODIGO-MATERIAL = TAB-MAT-CODIGO (I-BUSCA-MATERIAL)
006440         MOVE I-BUSCA-MATERIAL TO I-MATERIAL
006450     END-IF.
006460 5110-PROCURA-MATERIAL-EXIT.
006470     EXIT.
006480*****************************************************************
006490*  OBTEM AS LINHAS DE DEDUCAO (FUROS/RECORTES) DA PECA: QUANTAS
006500*  SAO (ZERO A DEZ) E, PARA CADA UMA, FORMA, DIMENSOES E NUMERO
006510*  DE FUROS IGUAIS POR PECA. AS DEDUCOES ANTERIORES SAO
006520*  SUBSTITUIDAS.
006530*****************************************************************
006540 5200-OBTEM-DEDUCOES.
006550     SET DADOS-VALIDOS TO TRUE.
006560     MOVE SPACES TO ENV-QTDE-DEDUCOES.
006570     DISPLAY "QUANTAS LINHAS DE DEDUCAO (00 A 10): ".
006580     ACCEPT ENV-QTDE-DEDUCOES.
006590     IF ENV-QTDE-DEDUCOES = SPACES
006600         MOVE "00" TO ENV-QTDE-DEDUCOES
006610     END-IF.
006620     IF ENV-QTDE-DEDUCOES IS NOT NUMERIC OR
006630        ENV-QTDE-DEDUCOES-R > MAXIMO-DEDUCOES-PECA
006640         DISPLAY "ERRO - QUANTIDADE DE DEDUCOES INVALIDA: "
006650             ENV-QTDE-DEDUCOES
006660         SET DADOS-INVALIDOS TO TRUE
006670         GO TO 5200-OBTEM-DEDUCOES-EXIT
006680     END-IF.
006690     PERFORM 5220-LIMPA-DEDUCAO
006700         THRU 5220-LIMPA-DEDUCAO-EXIT
006710         VARYING I-DEDUCAO FROM 1 BY 1
006720         UNTIL I-DEDUCAO > MAXIMO-DEDUCOES-PECA.
006730     MOVE ENV-QTDE-DEDUCOES-R TO TRB-QTDE-DEDUCOES.
006740     PERFORM 5210-OBTEM-UMA-DEDUCAO
006750         THRU 5210-OBTEM-UMA-DEDUCAO-EXIT
006760         VARYING I-DEDUCAO FROM 1 BY 1
006770         UNTIL I-DEDUCAO > TRB-QTDE-DEDUCOES
006780            OR DADOS-INVALIDOS.
006790 5200-OBTEM-DEDUCOES-EXIT.
006800     EXIT.
006810 5210-OBTEM-UMA-DEDUCAO.
006820     MOVE SPACES TO ENV-CODIGO-FORMA ENV-DIMENSAO-1
006830         ENV-DIMENSAO-2 ENV-DIMENSAO-3 ENV-QUANTIDADE.
006840     DISPLAY "DEDUCAO " I-DEDUCAO " - FORMA (1 A 5): ".
006850     ACCEPT ENV-CODIGO-FORMA.
006860     DISPLAY "DEDUCAO " I-DEDUCAO " - DIMENSAO 1: ".
006870     ACCEPT ENV-DIMENSAO-1.
006880     DISPLAY "DEDUCAO " I-DEDUCAO " - DIMENSAO 2: ".
006890     ACCEPT ENV-DIMENSAO-2.
006900     DISPLAY "DEDUCAO " I-DEDUCAO " - DIMENSAO 3: ".
006910     ACCEPT ENV-DIMENSAO-3.
006920     DISPLAY "DEDUCAO " I-DEDUCAO " - FUROS POR PECA: ".
006930     ACCEPT ENV-QUANTIDADE.
006940     IF ENV-DIMENSAO-1 = SPACES
006950         MOVE ZEROES TO ENV-DIMENSAO-1
006960     END-IF.
006970     IF ENV-DIMENSAO-2 = SPACES
006980         MOVE ZEROES TO ENV-DIMENSAO-2
006990     END-IF.
007000     IF ENV-DIMENSAO-3 = SPACES
007010         MOVE ZEROES TO ENV-DIMENSAO-3
007020     END-IF.
007030     IF ENV-QUANTIDADE = SPACES
007040         MOVE "001" TO ENV-QUANTIDADE
007050     END-IF.
007060     IF ENV-CODIGO-FORMA < "1" OR ENV-CODIGO-FORMA > "5"
007070         DISPLAY "ERRO - FORMA DA DEDUCAO INVALIDA: "
007080             ENV-CODIGO-FORMA
007090         SET DADOS-INVALIDOS TO TRUE
007100         GO TO 5210-OBTEM-UMA-DEDUCAO-EXIT
007110     END-IF.
007120     IF ENV-DIMENSAO-1 IS NOT NUMERIC OR
007130        ENV-DIMENSAO-2 IS NOT NUMERIC OR
007140        ENV-DIMENSAO-3 IS NOT NUMERIC OR
007150        ENV-QUANTIDADE IS NOT NUMERIC
007160         DISPLAY "ERRO - DIMENSAO OU FUROS DA DEDUCAO NAO "
007170             "NUMERICOS."
007180         SET DADOS-INVALIDOS TO TRUE
007190         GO TO 5210-OBTEM-UMA-DEDUCAO-EXIT
007200     END-IF.
007210     IF ENV-DIMENSAO-1-R NOT > ZEROES
007220         DISPLAY "ERRO - DIMENSAO 1 DA DEDUCAO ZERADA."
007230         SET DADOS-INVALIDOS TO TRUE
007240         GO TO 5210-OBTEM-UMA-DEDUCAO-EXIT
007250     END-IF.
007260     MOVE ENV-CODIGO-FORMA TO TRB-DED-CODIGO-FORMA (I-DEDUCAO).
007270     MOVE ENV-DIMENSAO-1-R TO TRB-DED-DIMENSAO-1 (I-DEDUCAO).
007280     MOVE ENV-DIMENSAO-2-R TO TRB-DED-DIMENSAO-2 (I-DEDUCAO).
007290     MOVE ENV-DIMENSAO-3-R TO TRB-DED-DIMENSAO-3 (I-DEDUCAO).
007300     MOVE ENV-QUANTIDADE-R TO TRB-DED-QUANTIDADE (I-DEDUCAO).
007310 5210-OBTEM-UMA-DEDUCAO-EXIT.
007320     EXIT.
007330 5220-LIMPA-DEDUCAO.
007340     MOVE SPACES TO TRB-DED-CODIGO-FORMA (I-DEDUCAO).
007350     MOVE ZEROES TO TRB-DED-DIMENSAO-1 (I-DEDUCAO)
007360         TRB-DED-DIMENSAO-2 (I-DEDUCAO)
007370         TRB-DED-DIMENSAO-3 (I-DEDUCAO)
007380         TRB-DED-QUANTIDADE (I-DEDUCAO).
007390 5220-LIMPA-DEDUCAO-EXIT.
007400     EXIT.
007410*****************************************************************
007420*  RELATORIO DE CONSUMO POR PECA (SHPUSO): LE O MESTRE DE
007430*  HISTORICO INTEIRO E ACUMULA, POR CODIGO DE PECA, AS LINHAS NAO
007438*  CANCELADAS COM DATA DE CALCULO NO PERIODO INFORMADO (INICIAL
007446*  EM BRANCO = DESDE O INICIO; FINAL EM BRANCO = ATE A DATA DE
007454*  PROCESSAMENTO DO SHPDAT): LINHAS, PECAS, AREA (AREA UNITARIA X
007462*  QUANTIDADE) E PESO (PESO UNITARIO X QUANTIDADE).
007470*****************************************************************
007480 6000-RELATORIO-CONSUMO.
007490     MOVE SPACES TO ENV-DATA-INICIAL ENV-DATA-FINAL.
007500     DISPLAY "DATA INICIAL AAAAMMDD (BRANCO = DESDE O INICIO): ".
007510     ACCEPT ENV-DATA-INICIAL.
007520     DISPLAY "DATA FINAL AAAAMMDD (BRANCO = ATE HOJE): ".
007530     ACCEPT ENV-DATA-FINAL.
007540     MOVE ZEROES TO DATA-INICIAL-CONSUMO.
007546     PERFORM 6400-OBTEM-DATA-PROCESSAMENTO
007552         THRU 6400-OBTEM-DATA-PROCESSAMENTO-EXIT.
007560     IF ENV-DATA-INICIAL NOT = SPACES
007570         IF ENV-DATA-INICIAL IS NUMERIC
007580             MOVE ENV-DATA-INICIAL-R TO DATA-INICIAL-CONSUMO
007590         ELSE
007600             DISPLAY "ERRO - DATA INICIAL NAO NUMERICA."
007610             GO TO 6000-RELATORIO-CONSUMO-EXIT
007620         END-IF
007630     END-IF.
007640     IF ENV-DATA-FINAL NOT = SPACES
007650         IF ENV-DATA-FINAL IS NUMERIC
007660             MOVE ENV-DATA-FINAL-R TO DATA-FINAL-CONSUMO
007670         ELSE
007680             DISPLAY "ERRO - DATA FINAL NAO NUMERICA."
007690             GO TO 6000-RELATORIO-CONSUMO-EXIT
007700         END-IF
007710     END-IF.
007720     OPEN INPUT ARQ-MESTRE-HISTORICO.
007730     IF FS-MESTRE-HISTORICO NOT = "00"
007740         DISPLAY "ERRO - MESTRE DE HISTORICO (SHPMSTR) NAO "
007750             "ABERTO - STATUS: " FS-MESTRE-HISTORICO
007760         GO TO 6000-RELATORIO-CONSUMO-EXIT
007770     END-IF.
007780     PERFORM 6010-ZERA-CONSUMO
007790         THRU 6010-ZERA-CONSUMO-EXIT
007800         VARYING I-PECA FROM 1 BY 1
007810         UNTIL I-PECA > QTD-PECAS-TABELA.
007820     MOVE ZEROES TO CONT-MESTRE-LIDOS CONT-FORA-CATALOGO.
007830     SET NAO-FIM-MESTRE TO TRUE.
007840     PERFORM 6100-LE-PROXIMO-MESTRE
007850         THRU 6100-LE-PROXIMO-MESTRE-EXIT.
007860     PERFORM 6200-ACUMULA-CONSUMO
007870         THRU 6200-ACUMULA-CONSUMO-EXIT
007880         UNTIL FIM-MESTRE.
007890     CLOSE ARQ-MESTRE-HISTORICO.
007900     OPEN OUTPUT ARQ-RELATORIO-CONSUMO.
007910     MOVE DATA-INICIAL-CONSUMO TO CAB1-DATA-INICIAL.
007920     MOVE DATA-FINAL-CONSUMO TO CAB1-DATA-FINAL.
007930     WRITE REG-RELATORIO-CONSUMO FROM LINHA-CABECALHO-CONSUMO-1.
007940     WRITE REG-RELATORIO-CONSUMO FROM LINHA-CABECALHO-CONSUMO-2.
007950     PERFORM 6300-IMPRIME-CONSUMO-PECA
007960         THRU 6300-IMPRIME-CONSUMO-PECA-EXIT
007970         VARYING I-PECA FROM 1 BY 1
007980         UNTIL I-PECA > QTD-PECAS-TABELA.
007990     MOVE CONT-FORA-CATALOGO TO TOT-FORA-CATALOGO.
008000     WRITE REG-RELATORIO-CONSUMO FROM LINHA-TOTAL-CONSUMO.
008010     CLOSE ARQ-RELATORIO-CONSUMO.
008020     DISPLAY "CONSUMO POR PECA GRAVADO EM SHPUSO - REGISTROS "
008030         "DO MESTRE LIDOS: " CONT-MESTRE-LIDOS.
008040 6000-RELATORIO-CONSUMO-EXIT.
008050     EXIT.
008078 6010-ZERA-CONSUMO.
008079     MOVE ZEROES TO TAB-USO-LINHAS (I-PECA) TAB-USO-PECAS (I-PECA)
008080         TAB-USO-AREA (I-PECA) TAB-USO-PESO (I-PECA).
008090 6010-ZERA-CONSUMO-EXIT.
008100     EXIT.
008110 6100-LE-PROXIMO-MESTRE.
008120     READ ARQ-MESTRE-HISTORICO NEXT RECORD
008130         AT END
008140             SET FIM-MESTRE TO TRUE
008150         NOT AT END
008160             ADD 1 TO CONT-MESTRE-LIDOS
008170     END-READ.
008180 6100-LE-PROXIMO-MESTRE-EXIT.
008190     EXIT.
008200*****************************************************************
008210*  ACUMULA A LINHA CORRENTE DO MESTRE NA PECA DO SEU CODIGO.
008220*  LINHA POR MEDIDAS (SEM CODIGO), CANCELADA OU FORA DO PERIODO
008230*  E IGNORADA; CODIGO QUE NAO ESTA MAIS NO CATALOGO E CONTADO A
008240*  PARTE.
008250*****************************************************************
008260 6200-ACUMULA-CONSUMO.
008270     IF MST-CODIGO-PECA = SPACES OR MST-CANCELADO OR
008280        MST-DATA-CALCULO < DATA-INICIAL-CONSUMO OR
008290        MST-DATA-CALCULO > DATA-FINAL-CONSUMO
008300         GO TO 6200-ACUMULA-CONSUMO-LE
008310     END-IF.
008320     MOVE MST-CODIGO-PECA TO CODIGO-PECA-INFORMADO.
008330     MOVE ZEROES TO I-PECA.
008340     PERFORM 5010-PROCURA-PECA
008350         THRU 5010-PROCURA-PECA-EXIT
008360         VARYING I-BUSCA-PECA FROM 1 BY 1
008370         UNTIL I-BUSCA-PECA > QTD-PECAS-TABELA
008380            OR I-PECA > ZEROES.
008390     IF I-PECA = ZEROES
008400         ADD 1 TO CONT-FORA-CATALOGO
008410         GO TO 6200-ACUMULA-CONSUMO-LE
008420     END-IF.
008430     COMPUTE AREA-LINHA-CONSUMO ROUNDED =
008440         MST-AREA * MST-QUANTIDADE.
008450     COMPUTE PESO-LINHA-CONSUMO ROUNDED =
008460         MST-PESO-UNITARIO * MST-QUANTIDADE.
008470     ADD 1 TO TAB-USO-LINHAS (I-PECA).
008480     ADD MST-QUANTIDADE TO TAB-USO-PECAS (I-PECA).
008490     ADD AREA-LINHA-CONSUMO TO TAB-USO-AREA (I-PECA).
008500     ADD PESO-LINHA-CONSUMO TO TAB-USO-PESO (I-PECA).
008510 6200-ACUMULA-CONSUMO-LE.
008520     PERFORM 6100-LE-PROXIMO-MESTRE
008530         THRU 6100-LE-PROXIMO-MESTRE-EXIT.
008540 6200-ACUMULA-CONSUMO-EXIT.
008550     EXIT.
008560 6300-IMPRIME-CONSUMO-PECA.
008570     MOVE TAB-PEC-REGISTRO (I-PECA) TO REG-PECA-TRABALHO.
008580     MOVE TRB-CODIGO-PECA TO DET-USO-PECA.
008590     MOVE TRB-DESCRICAO TO DET-USO-DESCRICAO.
008600     MOVE TAB-USO-LINHAS (I-PECA) TO DET-USO-LINHAS.
008610     MOVE TAB-USO-PECAS (I-PECA) TO DET-USO-PECAS.
008620     MOVE TAB-USO-AREA (I-PECA) TO DET-USO-AREA.
008630     MOVE TAB-USO-PESO (I-PECA) TO DET-USO-PESO.
008640     WRITE REG-RELATORIO-CONSUMO FROM LINHA-DETALHE-CONSUMO.
008650 6300-IMPRIME-CONSUMO-PECA-EXIT.
008660     EXIT.
008661*****************************************************************
008662*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
008663*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
008664*  SISTEMA, COM AVISO.
008665*****************************************************************
008666 6400-OBTEM-DATA-PROCESSAMENTO.
008667     ACCEPT DATA-FINAL-CONSUMO FROM DATE YYYYMMDD.
008668     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
008669     IF FS-DATA-PROCESSAMENTO NOT = "00"
008670         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
008671             "VALE A DATA DO SISTEMA: " DATA-FINAL-CONSUMO
008672         GO TO 6400-OBTEM-DATA-PROCESSAMENTO-EXIT
008673     END-IF.
008674     READ ARQ-DATA-PROCESSAMENTO
008675         AT END
008676             MOVE SPACES TO REG-DATA-PROCESSAMENTO
008677     END-READ.
008678     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
008679         MOVE DPR-DATA-PROCESSAMENTO TO DATA-FINAL-CONSUMO
008680     ELSE
008681         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
008682             "ILEGIVEL - VALE A DATA DO SISTEMA: "
008683             DATA-FINAL-CONSUMO
008684     END-IF.
008685     CLOSE ARQ-DATA-PROCESSAMENTO.
008686 6400-OBTEM-DATA-PROCESSAMENTO-EXIT.
008687     EXIT.
008688*****************************************************************
008689*  FINALIZACAO - REGRAVA O CATALOGO (SO SE HOUVE ALTERACAO NA
008690*  SESSAO) E MOSTRA O RESUMO DA SESSAO.
008700*****************************************************************
008710 9000-FINALIZA.
008720     IF CATALOGO-ALTERADO
008730         OPEN OUTPUT ARQ-CATALOGO-PECAS
008740         PERFORM 9100-GRAVA-PECA
008750             THRU 9100-GRAVA-PECA-EXIT
008760             VARYING I-PECA FROM 1 BY 1
008770             UNTIL I-PECA > QTD-PECAS-TABELA
008780         CLOSE ARQ-CATALOGO-PECAS
008790     END-IF.
008800     DISPLAY "SESSAO ENCERRADA - INCLUIDAS: " CONT-INCLUIDAS
008810         " ALTERADAS: " CONT-ALTERADAS
008820         " INATIVADAS: " CONT-INATIVADAS
008830         " REATIVADAS: " CONT-REATIVADAS
008840         " RECUSADAS: " CONT-RECUSADAS.
008850 9000-FINALIZA-EXIT.
008860     EXIT.
008870 9100-GRAVA-PECA.
008880     MOVE TAB-PEC-REGISTRO (I-PECA) TO REG-CATALOGO-PECAS.
008890     WRITE REG-CATALOGO-PECAS.
008900 9100-GRAVA-PECA-EXIT.
008910     EXIT.
008920 9999-FIM-PROGRAMA.
008930     STOP RUN.
