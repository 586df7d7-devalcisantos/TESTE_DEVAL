000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASN.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - ABERTURA E FECHAMENTO
000120*                      DO DIA DE PROCESSAMENTO. MANTEM O CONTROLE
000130*                      SHPDAT (LAYOUT DATPRC) COM A DATA DE
000140*                      PRODUCAO USADA POR TODA A CADEIA NO LUGAR
000150*                      DO RELOGIO E A SITUACAO DO DIA. MENU DE
000160*                      CONSOLE COMO O AREASL, OU UMA UNICA ACAO
000170*                      COM DIA_ACAO NO AMBIENTE (C-CONSULTAR,
000180*                      A-ABRIR, F-FECHAR). A PRIMEIRA ABERTURA
000190*                      CRIA O CONTROLE COM A DATA INFORMADA
000200*                      (DIA_DATA; EM BRANCO, A DATA DO SISTEMA).
000210*                      O FECHAMENTO E RECUSADO ENQUANTO A TRAVA
000220*                      DE EXECUCAO SHPLCK ESTIVER PRESA (CODIGO
000230*                      16) OU O SUSPENSO SHPSUSP TIVER REGISTRO
000240*                      REJEITADO NA DATA (CODIGO 12); ACEITO,
000250*                      AVANCA A DATA PARA O PROXIMO DIA UTIL
000260*                      PULANDO SABADOS, DOMINGOS E OS FERIADOS DO
000270*                      CALENDARIO DA FABRICA (CALMSTR), E O DIA
000280*                      NOVO FICA FECHADO ATE A ABERTURA. ABRIR E
000290*                      FECHAR SO COM OPERADOR SUPERVISOR.
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000370     SELECT ARQ-CALENDARIO ASSIGN TO CALMSTR
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-CALENDARIO.
000400     SELECT ARQ-OPERADORES ASSIGN TO OPRMSTR
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-OPERADORES.
000430     SELECT ARQ-TRAVA-EXECUCAO ASSIGN TO SHPLCK
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-TRAVA-EXECUCAO.
000460     SELECT ARQ-SUSPENSO ASSIGN TO SHPSUSP
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-SUSPENSO.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ARQ-DATA-PROCESSAMENTO
000520     RECORDING MODE IS F.
000530 01  REG-DATA-PROCESSAMENTO.
000540     COPY DATPRC.
000550 FD  ARQ-CALENDARIO
000560     RECORDING MODE IS F.
000570 01  REG-CALENDARIO.
000580     05  CAL-DATA                PIC 9(08).
000590     05  FILLER                  PIC X(01).
000600     05  CAL-DESCRICAO           PIC X(30).
000610 FD  ARQ-OPERADORES
000620     RECORDING MODE IS F.
000630 01  REG-OPERADORES.
000640     05  OPR-ID                  PIC X(08).
000650     05  OPR-NOME                PIC X(30).
000660     05  OPR-NIVEL               PIC X(01).
000670         88  OPR-NIVEL-SUPERVISOR   VALUE "S".
000680         88  OPR-NIVEL-OPERADOR     VALUE "O".
000690 FD  ARQ-TRAVA-EXECUCAO
000700     RECORDING MODE IS F.
000710 01  REG-TRAVA-EXECUCAO.
000720     05  TRV-DATA                PIC 9(08).
000730     05  FILLER                  PIC X(01).
000740     05  TRV-HORA                PIC 9(06).
000750     05  FILLER                  PIC X(01).
000760     05  TRV-OPERADOR            PIC X(08).
000770 FD  ARQ-SUSPENSO
000780     RECORDING MODE IS F.
000790 01  REG-SUSPENSO.
000800     COPY SUSREG.
000810 WORKING-STORAGE SECTION.
000820 01  SW-FIM-MENU             PIC X(01) VALUE "N".
000830     88  FIM-MENU                    VALUE "S".
000840     88  NAO-FIM-MENU                VALUE "N".
000850 01  SW-FIM-OPERADORES       PIC X(01) VALUE "N".
000860     88  FIM-OPERADORES              VALUE "S".
000870     88  NAO-FIM-OPERADORES          VALUE "N".
000880 01  SW-FIM-CALENDARIO       PIC X(01) VALUE "N".
000890     88  FIM-CALENDARIO              VALUE "S".
000900 01  SW-FIM-SUSPENSO         PIC X(01) VALUE "N".
000910     88  FIM-SUSPENSO                VALUE "S".
000920     88  NAO-FIM-SUSPENSO            VALUE "N".
000930 01  SW-OPERADOR-VALIDADO    PIC X(01) VALUE "N".
000940     88  OPERADOR-AUTORIZADO         VALUE "S".
000950     88  OPERADOR-RECUSADO           VALUE "N".
000960 01  SW-MODO-EXECUCAO        PIC X(01) VALUE "M".
000970     88  MODO-AMBIENTE               VALUE "A".
000980     88  MODO-MENU                   VALUE "M".
000990 01  SW-SESSAO-ABORTADA      PIC X(01) VALUE "N".
001000     88  SESSAO-ABORTADA             VALUE "S".
001010 01  SW-CONTROLE-EXISTENTE   PIC X(01) VALUE "N".
001020     88  CONTROLE-EXISTENTE          VALUE "S".
001030     88  CONTROLE-INEXISTENTE        VALUE "N".
001040 01  SW-TRAVA-PRESA          PIC X(01) VALUE "N".
001050     88  TRAVA-PRESA                 VALUE "S".
001060 01  SW-DATA-VALIDA          PIC X(01) VALUE "N".
001070     88  DATA-VALIDA                 VALUE "S".
001080     88  DATA-INVALIDA               VALUE "N".
001090 01  SW-DIA-UTIL             PIC X(01) VALUE "N".
001100     88  DIA-UTIL                    VALUE "S".
001110     88  DIA-NAO-UTIL                VALUE "N".
001120 01  ESCOLHA-MENU            PIC X(01).
001130     88  ESCOLHA-CONSULTAR           VALUE "C".
001140     88  ESCOLHA-ABRIR               VALUE "A".
001150     88  ESCOLHA-FECHAR              VALUE "F".
001160 01  NIVEL-OPERADOR-ATUAL    PIC X(01) VALUE SPACES.
001170     88  OPERADOR-SUPERVISOR         VALUE "S".
001180 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
001190 77  FS-CALENDARIO           PIC X(02) VALUE ZEROES.
001200 77  FS-OPERADORES           PIC X(02) VALUE ZEROES.
001210 77  FS-TRAVA-EXECUCAO       PIC X(02) VALUE ZEROES.
001220 77  FS-SUSPENSO             PIC X(02) VALUE ZEROES.
001230 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
001240 77  HORA-SISTEMA            PIC 9(08) VALUE ZEROES.
001250 77  OPERADOR-ID             PIC X(08) VALUE SPACES.
001260 77  NOME-OPERADOR-ATUAL     PIC X(30) VALUE SPACES.
001270 77  CONT-RECUSADOS          PIC 9(05) VALUE ZEROES COMP.
001280 77  CONT-SUSPENSOS-DIA      PIC 9(07) VALUE ZEROES COMP.
001290 77  CONT-DIAS-AVANCADOS     PIC 9(03) VALUE ZEROES COMP.
001300 77  LIMITE-DIAS-AVANCO      PIC 9(03) VALUE 30 COMP.
001310 77  I-FERIADO               PIC 9(03) VALUE ZEROES COMP.
001320 77  I-BUSCA-FERIADO         PIC 9(03) VALUE ZEROES COMP.
001330 77  QTD-FERIADOS-TABELA     PIC 9(03) VALUE ZEROES COMP.
001340 77  MAXIMO-FERIADOS-TABELA  PIC 9(03) VALUE 200 COMP.
001350 77  FERIADOS-EXCEDENTES     PIC 9(05) VALUE ZEROES COMP.
001360 01  ENV-ACAO-DIA            PIC X(01).
001370 01  ENV-DATA-INICIAL        PIC X(08).
001380 01  ENV-DATA-INICIAL-R REDEFINES ENV-DATA-INICIAL PIC 9(08).
001390 01  CONTROLE-DATA.
001400     COPY DATPRC REPLACING LEADING ==DPR== BY ==CTR==.
001410 01  TABELA-FERIADOS.
001420     05  ITEM-FERIADO OCCURS 200.
001430         10  TAB-FER-DATA        PIC 9(08).
001440         10  TAB-FER-DESCRICAO   PIC X(30).
001450 01  DATA-CALCULO.
001460     05  DTC-ANO             PIC 9(04).
001470     05  DTC-MES             PIC 9(02).
001480     05  DTC-DIA             PIC 9(02).
001490 01  DATA-CALCULO-R REDEFINES DATA-CALCULO PIC 9(08).
001500 01  DIAS-POR-MES-VALORES    PIC X(24)
001510         VALUE "312831303130313130313031".
001520 01  DIAS-POR-MES REDEFINES DIAS-POR-MES-VALORES.
001530     05  DIAS-MES            PIC 9(02) OCCURS 12.
001540 77  DIAS-NO-MES             PIC 9(02) VALUE ZEROES.
001550 77  QUOCIENTE-DIVISAO       PIC 9(05) VALUE ZEROES COMP.
001560 77  RESTO-DIVISAO           PIC 9(04) VALUE ZEROES COMP.
001570*****************************************************************
001580*  CALCULO DO DIA DA SEMANA (CONGRUENCIA DE ZELLER): 0-SABADO,
001590*  1-DOMINGO, 2-SEGUNDA ... 6-SEXTA.
001600*****************************************************************
001610 77  ZEL-MES                 PIC 9(02) VALUE ZEROES COMP.
001620 77  ZEL-ANO                 PIC 9(04) VALUE ZEROES COMP.
001630 77  ZEL-SECULO              PIC 9(02) VALUE ZEROES COMP.
001640 77  ZEL-ANO-SECULO          PIC 9(02) VALUE ZEROES COMP.
001650 77  ZEL-PARCELA-MES         PIC 9(03) VALUE ZEROES COMP.
001660 77  ZEL-QUARTO-ANO          PIC 9(02) VALUE ZEROES COMP.
001670 77  ZEL-QUARTO-SECULO       PIC 9(02) VALUE ZEROES COMP.
001680 77  ZEL-SOMA                PIC 9(05) VALUE ZEROES COMP.
001690 01  DIA-SEMANA              PIC 9(01) VALUE ZEROES.
001700     88  DIA-SABADO                  VALUE 0.
001710     88  DIA-DOMINGO                 VALUE 1.
001720 PROCEDURE DIVISION.
001730 0000-MAINLINE.
001740     PERFORM 1000-INICIALIZA
001750         THRU 1000-INICIALIZA-EXIT.
001760     IF SESSAO-ABORTADA
001770         GO TO 9999-FIM-PROGRAMA
001780     END-IF.
001790     IF MODO-AMBIENTE
001800         PERFORM 2100-EXECUTA-ACAO
001810             THRU 2100-EXECUTA-ACAO-EXIT
001820     ELSE
001830         PERFORM 2000-MENU-PRINCIPAL
001840             THRU 2000-MENU-PRINCIPAL-EXIT
001850             UNTIL FIM-MENU
001860     END-IF.
001870     PERFORM 9000-FINALIZA
001880         THRU 9000-FINALIZA-EXIT.
001890     GO TO 9999-FIM-PROGRAMA.
001900*****************************************************************
001910*  INICIALIZACAO - CAPTURA O OPERADOR (E A ACAO, NO MODO
001920*  AMBIENTE), VALIDA O OPERADOR CONTRA O CADASTRO, LE O
001930*  CONTROLE DA DATA DE PROCESSAMENTO (AUSENTE = AINDA NAO
001940*  CRIADO) E CARREGA O CALENDARIO DE FERIADOS. SEM OPERADOR
001950*  VALIDO A SESSAO E RECUSADA (CODIGO 12); CONTROLE ILEGIVEL OU
001960*  CALENDARIO MAIOR QUE A TABELA ABORTAM A SESSAO (CODIGO 8).
001970*****************************************************************
001980 1000-INICIALIZA.
001990     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
002000     MOVE SPACES TO ENV-ACAO-DIA.
002010     ACCEPT ENV-ACAO-DIA FROM ENVIRONMENT "DIA_ACAO".
002020     IF ENV-ACAO-DIA NOT = SPACES
002030         SET MODO-AMBIENTE TO TRUE
002040         MOVE ENV-ACAO-DIA TO ESCOLHA-MENU
002050         MOVE SPACES TO OPERADOR-ID
002060         ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
002070     ELSE
002080         DISPLAY "INFORME O ID DO OPERADOR: "
002090         ACCEPT OPERADOR-ID
002100     END-IF.
002110     PERFORM 1100-VALIDA-OPERADOR
002120         THRU 1100-VALIDA-OPERADOR-EXIT.
002130     IF OPERADOR-RECUSADO
002140         SET SESSAO-ABORTADA TO TRUE
002150         GO TO 1000-INICIALIZA-EXIT
002160     END-IF.
002170     PERFORM 1200-LE-CONTROLE
002180         THRU 1200-LE-CONTROLE-EXIT.
002190     IF SESSAO-ABORTADA
002200         GO TO 1000-INICIALIZA-EXIT
002210     END-IF.
002220     OPEN INPUT ARQ-CALENDARIO.
002230     IF FS-CALENDARIO = "00"
002240         PERFORM 1300-CARREGA-FERIADO
002250             THRU 1300-CARREGA-FERIADO-EXIT
002260             UNTIL FIM-CALENDARIO
002270         CLOSE ARQ-CALENDARIO
002280     ELSE
002290         DISPLAY "AVISO - CALENDARIO DA FABRICA (CALMSTR) NAO "
002300             "ABERTO - SO SABADOS E DOMINGOS SERAO PULADOS."
002310     END-IF.
002320     IF FERIADOS-EXCEDENTES > ZEROES
002330         DISPLAY "ERRO - TABELA DE FERIADOS ESGOTADA - "
002340             FERIADOS-EXCEDENTES " FERIADO(S) ALEM DA "
002350             "CAPACIDADE - SESSAO ABORTADA."
002360         SET SESSAO-ABORTADA TO TRUE
002370         MOVE 8 TO RETURN-CODE
002380     END-IF.
002390 1000-INICIALIZA-EXIT.
002400     EXIT.
002410*****************************************************************
002420*  VALIDA O OPERADOR CONTRA O CADASTRO DE OPERADORES (OPRMSTR),
002430*  COMO NO PROGRAMA AREASL, GUARDANDO O NIVEL PARA A CONFERENCIA
002440*  DA ABERTURA E DO FECHAMENTO.
002450*****************************************************************
002460 1100-VALIDA-OPERADOR.
002470     OPEN INPUT ARQ-OPERADORES.
002480     IF FS-OPERADORES NOT = "00"
002490         DISPLAY "ERRO - CADASTRO DE OPERADORES (OPRMSTR) NAO "
002500             "ABERTO - STATUS: " FS-OPERADORES
002510         MOVE 12 TO RETURN-CODE
002520         GO TO 1100-VALIDA-OPERADOR-EXIT
002530     END-IF.
002540     MOVE SPACES TO NIVEL-OPERADOR-ATUAL.
002550     SET NAO-FIM-OPERADORES TO TRUE.
002560     PERFORM 1110-PROCURA-OPERADOR
002570         THRU 1110-PROCURA-OPERADOR-EXIT
002580         UNTIL FIM-OPERADORES OR OPERADOR-AUTORIZADO.
002590     CLOSE ARQ-OPERADORES.
002600     IF OPERADOR-RECUSADO
002610         DISPLAY "ERRO - OPERADOR NAO CADASTRADO: " OPERADOR-ID
002620         MOVE 12 TO RETURN-CODE
002630     END-IF.
002640 1100-VALIDA-OPERADOR-EXIT.
002650     EXIT.
002660 1110-PROCURA-OPERADOR.
002670     READ ARQ-OPERADORES
002680         AT END
002690             SET FIM-OPERADORES TO TRUE
002700     END-READ.
002710     IF NAO-FIM-OPERADORES
002720         IF OPR-ID = OPERADOR-ID
002730             SET OPERADOR-AUTORIZADO TO TRUE
002740             MOVE OPR-NOME TO NOME-OPERADOR-ATUAL
002750             MOVE OPR-NIVEL TO NIVEL-OPERADOR-ATUAL
002760             DISPLAY "OPERADOR: " OPERADOR-ID " - "
002770                 NOME-OPERADOR-ATUAL
002780         END-IF
002790     END-IF.
002800 1110-PROCURA-OPERADOR-EXIT.
002810     EXIT.
002820*****************************************************************
002830*  LE O REGISTRO UNICO DO CONTROLE SHPDAT PARA CONTROLE-DATA.
002840*  ARQUIVO AUSENTE OU VAZIO = CONTROLE AINDA NAO CRIADO (A
002850*  PRIMEIRA ABERTURA O CRIA).
002860*****************************************************************
002870 1200-LE-CONTROLE.
002880     SET CONTROLE-INEXISTENTE TO TRUE.
002890     MOVE SPACES TO CONTROLE-DATA.
002900     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
002910     IF FS-DATA-PROCESSAMENTO = "35"
002920         GO TO 1200-LE-CONTROLE-EXIT
002930     END-IF.
002940     IF FS-DATA-PROCESSAMENTO NOT = "00"
002950         DISPLAY "ERRO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
002960             "STATUS: " FS-DATA-PROCESSAMENTO
002970         SET SESSAO-ABORTADA TO TRUE
002980         MOVE 8 TO RETURN-CODE
002990         GO TO 1200-LE-CONTROLE-EXIT
003000     END-IF.
003010     READ ARQ-DATA-PROCESSAMENTO INTO CONTROLE-DATA
003020         AT END
003030             MOVE SPACES TO CONTROLE-DATA
003040     END-READ.
003050     CLOSE ARQ-DATA-PROCESSAMENTO.
003060     IF CONTROLE-DATA = SPACES
003070         GO TO 1200-LE-CONTROLE-EXIT
003080     END-IF.
003090     IF CTR-DATA-PROCESSAMENTO IS NOT NUMERIC OR
003100        (NOT CTR-DIA-ABERTO AND NOT CTR-DIA-FECHADO)
003110         DISPLAY "ERRO - CONTROLE DE DATA (SHPDAT) ILEGIVEL - "
003120             "SESSAO ABORTADA."
003130         SET SESSAO-ABORTADA TO TRUE
003140         MOVE 8 TO RETURN-CODE
003150         GO TO 1200-LE-CONTROLE-EXIT
003160     END-IF.
003170     SET CONTROLE-EXISTENTE TO TRUE.
003180 1200-LE-CONTROLE-EXIT.
003190     EXIT.
003200*****************************************************************
003210*  CARREGA O PROXIMO FERIADO DO CALENDARIO NA TABELA. LINHA COM
003220*  DATA NAO NUMERICA (COMENTARIO, LINHA EM BRANCO) E IGNORADA.
003230*****************************************************************
003240 1300-CARREGA-FERIADO.
003250     READ ARQ-CALENDARIO
003260         AT END
003270             SET FIM-CALENDARIO TO TRUE
003280             GO TO 1300-CARREGA-FERIADO-EXIT
003290     END-READ.
003300     IF CAL-DATA IS NOT NUMERIC
003310         GO TO 1300-CARREGA-FERIADO-EXIT
003320     END-IF.
003330     IF QTD-FERIADOS-TABELA < MAXIMO-FERIADOS-TABELA
003340         ADD 1 TO QTD-FERIADOS-TABELA
003350         MOVE CAL-DATA TO TAB-FER-DATA (QTD-FERIADOS-TABELA)
003360         MOVE CAL-DESCRICAO
003370             TO TAB-FER-DESCRICAO (QTD-FERIADOS-TABELA)
003380     ELSE
003390         ADD 1 TO FERIADOS-EXCEDENTES
003400     END-IF.
003410 1300-CARREGA-FERIADO-EXIT.
003420     EXIT.
003430*****************************************************************
003440*  MENU PRINCIPAL DA ABERTURA/FECHAMENTO DO DIA.
003450*****************************************************************
003460 2000-MENU-PRINCIPAL.
003470     DISPLAY " ".
003480     DISPLAY "DATA DE PROCESSAMENTO - ESCOLHA A OPCAO".
003490     DISPLAY "C - CONSULTAR A DATA E A SITUACAO DO DIA".
003500     DISPLAY "A - ABRIR O DIA (SUPERVISOR)".
003510     DISPLAY "F - FECHAR O DIA (SUPERVISOR)".
003520     DISPLAY "0 - ENCERRAR".
003530     DISPLAY "OPCAO: ".
003540     ACCEPT ESCOLHA-MENU.
003550     IF ESCOLHA-MENU = "0"
003560         SET FIM-MENU TO TRUE
003570     ELSE
003580         PERFORM 2100-EXECUTA-ACAO
003590             THRU 2100-EXECUTA-ACAO-EXIT
003600     END-IF.
003610 2000-MENU-PRINCIPAL-EXIT.
003620     EXIT.
003630*****************************************************************
003640*  EXECUTA A ACAO ESCOLHIDA NO MENU OU INFORMADA EM DIA_ACAO.
003650*****************************************************************
003660 2100-EXECUTA-ACAO.
003670     EVALUATE TRUE
003680         WHEN ESCOLHA-CONSULTAR
003690             PERFORM 3000-CONSULTA-DIA
003700                 THRU 3000-CONSULTA-DIA-EXIT
003710         WHEN ESCOLHA-ABRIR
003720             PERFORM 4000-ABRE-DIA
003730                 THRU 4000-ABRE-DIA-EXIT
003740         WHEN ESCOLHA-FECHAR
003750             PERFORM 5000-FECHA-DIA
003760                 THRU 5000-FECHA-DIA-EXIT
003770         WHEN OTHER
003780             DISPLAY "OPCAO INVALIDA: " ESCOLHA-MENU
003790             ADD 1 TO CONT-RECUSADOS
003800     END-EVALUATE.
003810 2100-EXECUTA-ACAO-EXIT.
003820     EXIT.
003830*****************************************************************
003840*  MOSTRA A DATA DE PROCESSAMENTO, A SITUACAO DO DIA E QUEM O
003850*  ABRIU E FECHOU POR ULTIMO.
003860*****************************************************************
003870 3000-CONSULTA-DIA.
003880     IF CONTROLE-INEXISTENTE
003890         DISPLAY "CONTROLE DE DATA AINDA NAO CRIADO - USE A "
003900             "ABERTURA PARA CRIAR."
003910         GO TO 3000-CONSULTA-DIA-EXIT
003920     END-IF.
003930     IF CTR-DIA-ABERTO
003940         DISPLAY "DATA DE PROCESSAMENTO: " CTR-DATA-PROCESSAMENTO
003950             " - DIA ABERTO"
003960     ELSE
003970         DISPLAY "DATA DE PROCESSAMENTO: " CTR-DATA-PROCESSAMENTO
003980             " - DIA FECHADO (AGUARDANDO ABERTURA)"
003990     END-IF.
004000     DISPLAY "DIA UTIL ANTERIOR....: " CTR-DATA-ANTERIOR.
004010     DISPLAY "ULTIMA ABERTURA......: " CTR-ABE-DATA " "
004020         CTR-ABE-HORA " " CTR-ABE-OPERADOR.
004030     DISPLAY "ULTIMO FECHAMENTO....: " CTR-FEC-DATA " "
004040         CTR-FEC-HORA " " CTR-FEC-OPERADOR.
004050 3000-CONSULTA-DIA-EXIT.
004060     EXIT.
004070*****************************************************************
004080*  ABRE O DIA DE PROCESSAMENTO. SEM CONTROLE, CRIA-O COM A DATA
004090*  INFORMADA (DIA_DATA OU CONSOLE; EM BRANCO, A DATA DO SISTEMA)
004100*  JA ABERTA; COM O DIA FECHADO, ABRE A DATA QUE O FECHAMENTO
004110*  DEIXOU. DIA JA ABERTO E RECUSADO.
004120*****************************************************************
004130 4000-ABRE-DIA.
004140     IF NOT OPERADOR-SUPERVISOR
004150         DISPLAY "ERRO - ABERTURA DO DIA EXIGE NIVEL SUPERVISOR."
004160         ADD 1 TO CONT-RECUSADOS
004170         GO TO 4000-ABRE-DIA-EXIT
004180     END-IF.
004190     IF CONTROLE-EXISTENTE AND CTR-DIA-ABERTO
004200         DISPLAY "ERRO - DIA " CTR-DATA-PROCESSAMENTO
004210             " JA ESTA ABERTO."
004220         ADD 1 TO CONT-RECUSADOS
004230         GO TO 4000-ABRE-DIA-EXIT
004240     END-IF.
004250     IF CONTROLE-INEXISTENTE
004260         PERFORM 4100-OBTEM-DATA-INICIAL
004270             THRU 4100-OBTEM-DATA-INICIAL-EXIT
004280         IF DATA-INVALIDA
004290             ADD 1 TO CONT-RECUSADOS
004300             GO TO 4000-ABRE-DIA-EXIT
004310         END-IF
004320     END-IF.
004330     ACCEPT HORA-SISTEMA FROM TIME.
004340     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
004350     SET CTR-DIA-ABERTO TO TRUE.
004360     MOVE DATA-SISTEMA TO CTR-ABE-DATA.
004370     COMPUTE CTR-ABE-HORA = HORA-SISTEMA / 100.
004380     MOVE OPERADOR-ID TO CTR-ABE-OPERADOR.
004390     PERFORM 8000-GRAVA-CONTROLE
004400         THRU 8000-GRAVA-CONTROLE-EXIT.
004410     IF RETURN-CODE = ZEROES
004420         SET CONTROLE-EXISTENTE TO TRUE
004430         DISPLAY "DIA " CTR-DATA-PROCESSAMENTO " ABERTO."
004440     END-IF.
004450 4000-ABRE-DIA-EXIT.
004460     EXIT.
004470*****************************************************************
004480*  OBTEM A DATA DA CRIACAO DO CONTROLE (DIA_DATA NO MODO
004490*  AMBIENTE, CONSOLE NO MENU; EM BRANCO, A DATA DO SISTEMA) E A
004500*  VALIDA. DATA QUE NAO E DIA UTIL E ACEITA COM AVISO.
004510*****************************************************************
004520 4100-OBTEM-DATA-INICIAL.
004530     MOVE SPACES TO ENV-DATA-INICIAL.
004540     IF MODO-AMBIENTE
004550         ACCEPT ENV-DATA-INICIAL FROM ENVIRONMENT "DIA_DATA"
004560     ELSE
004570         DISPLAY "CONTROLE AINDA NAO CRIADO - DATA DE "
004580             "PROCESSAMENTO INICIAL (AAAAMMDD, BRANCO = HOJE): "
004590         ACCEPT ENV-DATA-INICIAL
004600     END-IF.
004610     IF ENV-DATA-INICIAL = SPACES
004620         MOVE DATA-SISTEMA TO ENV-DATA-INICIAL-R
004630     END-IF.
004640     SET DATA-INVALIDA TO TRUE.
004650     IF ENV-DATA-INICIAL IS NUMERIC
004660         MOVE ENV-DATA-INICIAL-R TO DATA-CALCULO-R
004670         PERFORM 7600-VALIDA-DATA
004680             THRU 7600-VALIDA-DATA-EXIT
004690     END-IF.
004700     IF DATA-INVALIDA
004710         DISPLAY "ERRO - DATA DE PROCESSAMENTO INVALIDA: "
004720             ENV-DATA-INICIAL
004730         GO TO 4100-OBTEM-DATA-INICIAL-EXIT
004740     END-IF.
004750     PERFORM 6200-CONFERE-DIA-UTIL
004760         THRU 6200-CONFERE-DIA-UTIL-EXIT.
004770     IF DIA-NAO-UTIL
004780         DISPLAY "AVISO - " DATA-CALCULO-R
004790             " NAO E DIA UTIL NO CALENDARIO DA FABRICA."
004800     END-IF.
004810     MOVE SPACES TO CONTROLE-DATA.
004820     MOVE DATA-CALCULO-R TO CTR-DATA-PROCESSAMENTO.
004830     MOVE ZEROES TO CTR-DATA-ANTERIOR CTR-ABE-DATA CTR-ABE-HORA
004840         CTR-FEC-DATA CTR-FEC-HORA.
004850 4100-OBTEM-DATA-INICIAL-EXIT.
004860     EXIT.
004870*****************************************************************
004880*  FECHA O DIA DE PROCESSAMENTO: RECUSADO COM A TRAVA SHPLCK
004890*  PRESA (ALGUMA RODADA NO AR OU RESTO DE ABEND A CONFERIR) OU
004900*  COM REGISTRO REJEITADO NA DATA ESPERANDO NO SHPSUSP. ACEITO,
004910*  A DATA AVANCA PARA O PROXIMO DIA UTIL, QUE FICA FECHADO ATE A
004920*  ABERTURA.
004930*****************************************************************
004940 5000-FECHA-DIA.
004950     IF NOT OPERADOR-SUPERVISOR
004960         DISPLAY "ERRO - FECHAMENTO DO DIA EXIGE NIVEL "
004970             "SUPERVISOR."
004980         ADD 1 TO CONT-RECUSADOS
004990         GO TO 5000-FECHA-DIA-EXIT
005000     END-IF.
005010     IF CONTROLE-INEXISTENTE
005020         DISPLAY "ERRO - CONTROLE DE DATA AINDA NAO CRIADO - "
005030             "NADA A FECHAR."
005040         ADD 1 TO CONT-RECUSADOS
005050         GO TO 5000-FECHA-DIA-EXIT
005060     END-IF.
005070     IF CTR-DIA-FECHADO
005080         DISPLAY "ERRO - DIA " CTR-DATA-PROCESSAMENTO
005090             " JA ESTA FECHADO (AGUARDANDO ABERTURA)."
005100         ADD 1 TO CONT-RECUSADOS
005110         GO TO 5000-FECHA-DIA-EXIT
005120     END-IF.
005130     PERFORM 5100-CONFERE-TRAVA
005140         THRU 5100-CONFERE-TRAVA-EXIT.
005150     IF TRAVA-PRESA
005160         ADD 1 TO CONT-RECUSADOS
005170         GO TO 5000-FECHA-DIA-EXIT
005180     END-IF.
005190     PERFORM 5200-CONFERE-SUSPENSO
005200         THRU 5200-CONFERE-SUSPENSO-EXIT.
005210     IF CONT-SUSPENSOS-DIA > ZEROES
005220         DISPLAY "ERRO - " CONT-SUSPENSOS-DIA " REGISTRO(S) "
005230             "REJEITADO(S) EM " CTR-DATA-PROCESSAMENTO
005240             " NO SHPSUSP - CORRIJA (AREASS) ANTES DE FECHAR."
005250         ADD 1 TO CONT-RECUSADOS
005260         GO TO 5000-FECHA-DIA-EXIT
005270     END-IF.
005280     MOVE CTR-DATA-PROCESSAMENTO TO DATA-CALCULO-R.
005290     PERFORM 6000-APURA-PROXIMO-DIA-UTIL
005300         THRU 6000-APURA-PROXIMO-DIA-UTIL-EXIT.
005310     IF DIA-NAO-UTIL
005320         DISPLAY "ERRO - NENHUM DIA UTIL NOS PROXIMOS "
005330             LIMITE-DIAS-AVANCO " DIAS - CONFIRA O CALMSTR."
005340         ADD 1 TO CONT-RECUSADOS
005350         GO TO 5000-FECHA-DIA-EXIT
005360     END-IF.
005370     ACCEPT HORA-SISTEMA FROM TIME.
005380     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
005390     MOVE CTR-DATA-PROCESSAMENTO TO CTR-DATA-ANTERIOR.
005400     MOVE DATA-CALCULO-R TO CTR-DATA-PROCESSAMENTO.
005410     SET CTR-DIA-FECHADO TO TRUE.
005420     MOVE DATA-SISTEMA TO CTR-FEC-DATA.
005430     COMPUTE CTR-FEC-HORA = HORA-SISTEMA / 100.
005440     MOVE OPERADOR-ID TO CTR-FEC-OPERADOR.
005450     PERFORM 8000-GRAVA-CONTROLE
005460         THRU 8000-GRAVA-CONTROLE-EXIT.
005470     IF RETURN-CODE = ZEROES
005480         DISPLAY "DIA " CTR-DATA-ANTERIOR " FECHADO - PROXIMO "
005490             "DIA DE PROCESSAMENTO: " CTR-DATA-PROCESSAMENTO
005500     END-IF.
005510 5000-FECHA-DIA-EXIT.
005520     EXIT.
005530*****************************************************************
005540*  CONFERE A TRAVA DE EXECUCAO (SHPLCK): ARQUIVO AUSENTE OU
005550*  VAZIO = LIVRE. QUALQUER TRAVA GRAVADA PRENDE O FECHAMENTO -
005560*  SE FOR RESTO DE ABEND, O OPERADOR CONFERE E APAGA O SHPLCK.
005570*****************************************************************
005580 5100-CONFERE-TRAVA.
005590     MOVE "N" TO SW-TRAVA-PRESA.
005600     OPEN INPUT ARQ-TRAVA-EXECUCAO.
005610     IF FS-TRAVA-EXECUCAO NOT = "00"
005620         GO TO 5100-CONFERE-TRAVA-EXIT
005630     END-IF.
005640     READ ARQ-TRAVA-EXECUCAO
005650         AT END
005660             CONTINUE
005670     END-READ.
005680     IF FS-TRAVA-EXECUCAO = "00"
005690         SET TRAVA-PRESA TO TRUE
005700         DISPLAY "ERRO - TRAVA DE EXECUCAO PRESA DESDE " TRV-DATA
005710             " " TRV-HORA " (OPERADOR " TRV-OPERADOR ") - "
005720             "FECHAMENTO RECUSADO. AGUARDE O TERMINO DA RODADA "
005730             "OU APAGUE O SHPLCK SE FOR RESTO DE ABEND."
005740     END-IF.
005750     CLOSE ARQ-TRAVA-EXECUCAO.
005760 5100-CONFERE-TRAVA-EXIT.
005770     EXIT.
005780*****************************************************************
005790*  CONTA OS REGISTROS DO SUSPENSO REJEITADOS NA DATA QUE ESTA
005800*  SENDO FECHADA. SUSPENSO AUSENTE = NADA PENDENTE.
005810*****************************************************************
005820 5200-CONFERE-SUSPENSO.
005830     MOVE ZEROES TO CONT-SUSPENSOS-DIA.
005840     OPEN INPUT ARQ-SUSPENSO.
005850     IF FS-SUSPENSO NOT = "00"
005860         GO TO 5200-CONFERE-SUSPENSO-EXIT
005870     END-IF.
005880     SET NAO-FIM-SUSPENSO TO TRUE.
005890     PERFORM 5210-CONTA-SUSPENSO
005900         THRU 5210-CONTA-SUSPENSO-EXIT
005910         UNTIL FIM-SUSPENSO.
005920     CLOSE ARQ-SUSPENSO.
005930 5200-CONFERE-SUSPENSO-EXIT.
005940     EXIT.
005950 5210-CONTA-SUSPENSO.
005960     READ ARQ-SUSPENSO
005970         AT END
005980             SET FIM-SUSPENSO TO TRUE
005990             GO TO 5210-CONTA-SUSPENSO-EXIT
006000     END-READ.
006010     IF SUS-DATA-REJEICAO = CTR-DATA-PROCESSAMENTO
006020         ADD 1 TO CONT-SUSPENSOS-DIA
006030     END-IF.
006040 5210-CONTA-SUSPENSO-EXIT.
006050     EXIT.
006060*****************************************************************
006070*  AVANCA DATA-CALCULO ATE O PROXIMO DIA UTIL (NEM SABADO, NEM
006080*  DOMINGO, NEM FERIADO DO CALENDARIO), COM LIMITE DE DIAS PARA
006090*  UM CALENDARIO ERRADO NAO PRENDER O PROGRAMA.
006100*****************************************************************
006110 6000-APURA-PROXIMO-DIA-UTIL.
006120     MOVE ZEROES TO CONT-DIAS-AVANCADOS.
006130     SET DIA-NAO-UTIL TO TRUE.
006140     PERFORM 6100-AVANCA-UM-DIA
006150         THRU 6100-AVANCA-UM-DIA-EXIT
006160         UNTIL DIA-UTIL
006170            OR CONT-DIAS-AVANCADOS >= LIMITE-DIAS-AVANCO.
006180 6000-APURA-PROXIMO-DIA-UTIL-EXIT.
006190     EXIT.
006200 6100-AVANCA-UM-DIA.
006210     ADD 1 TO CONT-DIAS-AVANCADOS.
006220     ADD 1 TO DTC-DIA.
006230     PERFORM 7500-APURA-DIAS-NO-MES
006240         THRU 7500-APURA-DIAS-NO-MES-EXIT.
006250     IF DTC-DIA > DIAS-NO-MES
006260         MOVE 1 TO DTC-DIA
006270         ADD 1 TO DTC-MES
006280         IF DTC-MES > 12
006290             MOVE 1 TO DTC-MES
006300             ADD 1 TO DTC-ANO
006310         END-IF
006320     END-IF.
006330     PERFORM 6200-CONFERE-DIA-UTIL
006340         THRU 6200-CONFERE-DIA-UTIL-EXIT.
006350 6100-AVANCA-UM-DIA-EXIT.
006360     EXIT.
006370*****************************************************************
006380*  CONFERE SE DATA-CALCULO E DIA UTIL: NEM SABADO NEM DOMINGO, E
006390*  FORA DA TABELA DE FERIADOS.
006400*****************************************************************
006410 6200-CONFERE-DIA-UTIL.
006420     SET DIA-NAO-UTIL TO TRUE.
006430     PERFORM 7700-APURA-DIA-SEMANA
006440         THRU 7700-APURA-DIA-SEMANA-EXIT.
006450     IF DIA-SABADO OR DIA-DOMINGO
006460         GO TO 6200-CONFERE-DIA-UTIL-EXIT
006470     END-IF.
006480     MOVE ZEROES TO I-FERIADO.
006490     PERFORM 6210-PROCURA-FERIADO
006500         THRU 6210-PROCURA-FERIADO-EXIT
006510         VARYING I-BUSCA-FERIADO FROM 1 BY 1
006520         UNTIL I-BUSCA-FERIADO > QTD-FERIADOS-TABELA
006530            OR I-FERIADO > ZEROES.
006540     IF I-FERIADO > ZEROES
006550         DISPLAY "FERIADO PULADO: " TAB-FER-DATA (I-FERIADO) " "
006560             TAB-FER-DESCRICAO (I-FERIADO)
006570         GO TO 6200-CONFERE-DIA-UTIL-EXIT
006580     END-IF.
006590     SET DIA-UTIL TO TRUE.
006600 6200-CONFERE-DIA-UTIL-EXIT.
006610     EXIT.
006620 6210-PROCURA-FERIADO.
006630     IF TAB-FER-DATA (I-BUSCA-FERIADO) = DATA-CALCULO-R
006640         MOVE I-BUSCA-FERIADO TO I-FERIADO
006650     END-IF.
006660 6210-PROCURA-FERIADO-EXIT.
006670     EXIT.
006680*****************************************************************
006690*  APURA EM DIAS-NO-MES O NUMERO DE DIAS DO MES DE DATA-CALCULO
006700*  (FEVEREIRO COM 29 NOS ANOS BISSEXTOS).
006710*****************************************************************
006720 7500-APURA-DIAS-NO-MES.
006730     MOVE DIAS-MES (DTC-MES) TO DIAS-NO-MES.
006740     IF DTC-MES NOT = 2
006750         GO TO 7500-APURA-DIAS-NO-MES-EXIT
006760     END-IF.
006770     DIVIDE DTC-ANO BY 4 GIVING QUOCIENTE-DIVISAO
006780         REMAINDER RESTO-DIVISAO.
006790     IF RESTO-DIVISAO NOT = ZEROES
006800         GO TO 7500-APURA-DIAS-NO-MES-EXIT
006810     END-IF.
006820     DIVIDE DTC-ANO BY 100 GIVING QUOCIENTE-DIVISAO
006830         REMAINDER RESTO-DIVISAO.
006840     IF RESTO-DIVISAO NOT = ZEROES
006850         MOVE 29 TO DIAS-NO-MES
006860         GO TO 7500-APURA-DIAS-NO-MES-EXIT
006870     END-IF.
006880     DIVIDE DTC-ANO BY 400 GIVING QUOCIENTE-DIVISAO
006890         REMAINDER RESTO-DIVISAO.
006900     IF RESTO-DIVISAO = ZEROES
006910         MOVE 29 TO DIAS-NO-MES
006920     END-IF.
006930 7500-APURA-DIAS-NO-MES-EXIT.
006940     EXIT.
006950*****************************************************************
006960*  VALIDA A DATA EM DATA-CALCULO (AAAAMMDD): MES DE 1 A 12 E DIA
006970*  DENTRO DO MES.
006980*****************************************************************
006990 7600-VALIDA-DATA.
007000     SET DATA-INVALIDA TO TRUE.
007010     IF DTC-ANO < 2000 OR DTC-MES < 1 OR DTC-MES > 12 OR
007020        DTC-DIA < 1
007030         GO TO 7600-VALIDA-DATA-EXIT
007040     END-IF.
007050     PERFORM 7500-APURA-DIAS-NO-MES
007060         THRU 7500-APURA-DIAS-NO-MES-EXIT.
007070     IF DTC-DIA NOT > DIAS-NO-MES
007080         SET DATA-VALIDA TO TRUE
007090     END-IF.
007100 7600-VALIDA-DATA-EXIT.
007110     EXIT.
007120*****************************************************************
007130*  APURA EM DIA-SEMANA O DIA DA SEMANA DE DATA-CALCULO PELA
007140*  CONGRUENCIA DE ZELLER (JANEIRO E FEVEREIRO CONTAM COMO MESES
007150*  13 E 14 DO ANO ANTERIOR). AS DIVISOES SAO INTEIRAS.
007160*****************************************************************
007170 7700-APURA-DIA-SEMANA.
007180     MOVE DTC-MES TO ZEL-MES.
007190     MOVE DTC-ANO TO ZEL-ANO.
007200     IF ZEL-MES < 3
007210         ADD 12 TO ZEL-MES
007220         SUBTRACT 1 FROM ZEL-ANO
007230     END-IF.
007240     DIVIDE ZEL-ANO BY 100 GIVING ZEL-SECULO
007250         REMAINDER ZEL-ANO-SECULO.
007260     COMPUTE ZEL-PARCELA-MES = (13 * (ZEL-MES + 1)) / 5.
007270     DIVIDE ZEL-ANO-SECULO BY 4 GIVING ZEL-QUARTO-ANO.
007280     DIVIDE ZEL-SECULO BY 4 GIVING ZEL-QUARTO-SECULO.
007290     COMPUTE ZEL-SOMA = DTC-DIA + ZEL-PARCELA-MES
007300         + ZEL-ANO-SECULO + ZEL-QUARTO-ANO + ZEL-QUARTO-SECULO
007310         + (5 * ZEL-SECULO).
007320     DIVIDE ZEL-SOMA BY 7 GIVING QUOCIENTE-DIVISAO
007330         REMAINDER DIA-SEMANA.
007340 7700-APURA-DIA-SEMANA-EXIT.
007350     EXIT.
007360*****************************************************************
007370*  REGRAVA O REGISTRO UNICO DO CONTROLE SHPDAT A PARTIR DE
007380*  CONTROLE-DATA.
007390*****************************************************************
007400 8000-GRAVA-CONTROLE.
007410     OPEN OUTPUT ARQ-DATA-PROCESSAMENTO.
007420     IF FS-DATA-PROCESSAMENTO NOT = "00"
007430         DISPLAY "ERRO - CONTROLE DE DATA (SHPDAT) NAO GRAVADO - "
007440             "STATUS: " FS-DATA-PROCESSAMENTO
007450         MOVE 8 TO RETURN-CODE
007460         GO TO 8000-GRAVA-CONTROLE-EXIT
007470     END-IF.
007480     WRITE REG-DATA-PROCESSAMENTO FROM CONTROLE-DATA.
007490     IF FS-DATA-PROCESSAMENTO NOT = "00"
007500         DISPLAY "ERRO AO GRAVAR O CONTROLE DE DATA (SHPDAT) - "
007510             "STATUS: " FS-DATA-PROCESSAMENTO
007520         MOVE 8 TO RETURN-CODE
007530     END-IF.
007540     CLOSE ARQ-DATA-PROCESSAMENTO.
007550 8000-GRAVA-CONTROLE-EXIT.
007560     EXIT.
007570*****************************************************************
007580*  FINALIZACAO - MOSTRA A SITUACAO FINAL E APURA O CODIGO DE
007590*  RETORNO DAS RECUSAS (NO MODO AMBIENTE, 16 QUANDO FOI A TRAVA
007600*  QUE PRENDEU O FECHAMENTO).
007610*****************************************************************
007620 9000-FINALIZA.
007630     PERFORM 3000-CONSULTA-DIA
007640         THRU 3000-CONSULTA-DIA-EXIT.
007650     IF RETURN-CODE NOT = ZEROES OR CONT-RECUSADOS = ZEROES
007660         GO TO 9000-FINALIZA-EXIT
007670     END-IF.
007680     IF MODO-AMBIENTE
007690         IF TRAVA-PRESA
007700             MOVE 16 TO RETURN-CODE
007710         ELSE
007720             MOVE 12 TO RETURN-CODE
007730         END-IF
007740     ELSE
007750         MOVE 4 TO RETURN-CODE
007760     END-IF.
007770 9000-FINALIZA-EXIT.
007780     EXIT.
007790 9999-FIM-PROGRAMA.
007800     STOP RUN.
