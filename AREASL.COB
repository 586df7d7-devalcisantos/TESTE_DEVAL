000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASL.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - MANUTENCAO DO CADASTRO
000120*                      DE LOTES (LOTMSTR), QUE DEIXA DE SER
000130*                      EDITADO A MAO. CARREGA O CADASTRO EM
000140*                      TABELA E OFERECE, COMO O AREAST, UM MENU
000150*                      DE CONSOLE PARA LISTAR, INCLUIR, ALTERAR,
000160*                      ENCERRAR E REABRIR LOTES; COM LOTE_ACAO NO
000170*                      AMBIENTE EXECUTA UMA UNICA ACAO, PARA USO
000180*                      EM SCRIPT (COMO O AREASR). CRITICA: CODIGO
000190*                      UNICO, CLIENTE E DESENHO OBRIGATORIOS,
000200*                      ENTREGA EM DATA VALIDA E NAO PASSADA.
000210*                      ENCERRAMENTO RECUSADO ENQUANTO O LOTE TIVER
000220*                      LINHA P (PENDENTE DE TRANSMISSAO) NO
000230*                      SHPMSTR OU LINHA REJEITADA ESPERANDO NO
000240*                      SHPSUSP. OPERADOR VALIDADO NO OPRMSTR;
000250*                      ENCERRAR E REABRIR SO COM NIVEL SUPERVISOR.
000260*                      TODA ALTERACAO VAI PARA O LOG SHPLLG
000270*                      (LAYOUT LOTLOG) COM OPERADOR, DATA/HORA E
000280*                      AS IMAGENS ANTES E DEPOIS DO LOTE.
000290*                      RECUSA NO MODO AMBIENTE TERMINA COM CODIGO
000300*                      DE RETORNO 12 (NO MENU, COM 4); FALHA DE
000310*                      ARQUIVO, COM 8.
000311*  15/10/2026  EJS     A DATA DO LOG E A DA CRITICA DE ENTREGA JA
000312*                      PASSADA PASSAM A SER A DATA DE
000313*                      PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO
000314*                      PELO AREASN), NAO O RELOGIO. COM O DIA
000315*                      FECHADO A SESSAO E RECUSADA COM CODIGO 12.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-LOTES ASSIGN TO LOTMSTR
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-LOTES.
000390     SELECT ARQ-OPERADORES ASSIGN TO OPRMSTR
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS FS-OPERADORES.
000420     SELECT ARQ-MESTRE-HISTORICO ASSIGN TO SHPMSTR
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS MST-CHAVE
000460         FILE STATUS IS FS-MESTRE-HISTORICO.
000470     SELECT ARQ-SUSPENSO ASSIGN TO SHPSUSP
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-SUSPENSO.
000500     SELECT ARQ-LOG-LOTES ASSIGN TO SHPLLG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-LOG-LOTES.
000522     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000524         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ARQ-LOTES
000560     RECORDING MODE IS F.
000570 01  REG-LOTES.
000580     COPY LOTMST.
000590 FD  ARQ-OPERADORES
000600     RECORDING MODE IS F.
000610 01  REG-OPERADORES.
000620     05  OPR-ID                  PIC X(08).
000630     05  OPR-NOME                PIC X(30).
000640     05  OPR-NIVEL               PIC X(01).
000650         88  OPR-NIVEL-SUPERVISOR   VALUE "S".
000660         88  OPR-NIVEL-OPERADOR     VALUE "O".
000670 FD  ARQ-MESTRE-HISTORICO.
000680 01  REG-MESTRE-HISTORICO.
000690     COPY MSTHST.
000700 FD  ARQ-SUSPENSO
000710     RECORDING MODE IS F.
000720 01  REG-SUSPENSO.
000730     COPY SUSREG.
000740 FD  ARQ-LOG-LOTES
000750     RECORDING MODE IS F.
000760 01  REG-LOG-LOTES.
000770     COPY LOTLOG.
000772 FD  ARQ-DATA-PROCESSAMENTO
000774     RECORDING MODE IS F.
000776 01  REG-DATA-PROCESSAMENTO.
000778     COPY DATPRC.
000780 WORKING-STORAGE SECTION.
000790 01  SW-FIM-LOTES            PIC X(01) VALUE "N".
000800     88  FIM-LOTES                   VALUE "S".
000810     88  NAO-FIM-LOTES               VALUE "N".
000820 01  SW-FIM-MENU             PIC X(01) VALUE "N".
000830     88  FIM-MENU                    VALUE "S".
000840     88  NAO-FIM-MENU                VALUE "N".
000850 01  SW-FIM-OPERADORES       PIC X(01) VALUE "N".
000860     88  FIM-OPERADORES              VALUE "S".
000870     88  NAO-FIM-OPERADORES          VALUE "N".
000880 01  SW-FIM-MESTRE-LOTE      PIC X(01) VALUE "N".
000890     88  FIM-MESTRE-LOTE             VALUE "S".
000900     88  NAO-FIM-MESTRE-LOTE         VALUE "N".
000910 01  SW-FIM-SUSPENSO         PIC X(01) VALUE "N".
000920     88  FIM-SUSPENSO                VALUE "S".
000930     88  NAO-FIM-SUSPENSO            VALUE "N".
000940 01  SW-OPERADOR-VALIDADO    PIC X(01) VALUE "N".
000950     88  OPERADOR-AUTORIZADO         VALUE "S".
000960     88  OPERADOR-RECUSADO           VALUE "N".
000970 01  SW-MODO-EXECUCAO        PIC X(01) VALUE "M".
000980     88  MODO-AMBIENTE               VALUE "A".
000990     88  MODO-MENU                   VALUE "M".
001000 01  SW-SESSAO-ABORTADA      PIC X(01) VALUE "N".
001010     88  SESSAO-ABORTADA             VALUE "S".
001020 01  SW-CADASTRO-ALTERADO    PIC X(01) VALUE "N".
001030     88  CADASTRO-ALTERADO           VALUE "S".
001040 01  SW-DADOS-VALIDOS        PIC X(01) VALUE "N".
001050     88  DADOS-VALIDOS               VALUE "S".
001060     88  DADOS-INVALIDOS             VALUE "N".
001070 01  SW-DATA-VALIDA          PIC X(01) VALUE "N".
001080     88  DATA-VALIDA                 VALUE "S".
001090     88  DATA-INVALIDA               VALUE "N".
001100 01  SW-LOG-ABERTO           PIC X(01) VALUE "N".
001110     88  LOG-ABERTO                  VALUE "S".
001120 01  ESCOLHA-MENU            PIC X(01).
001130     88  ESCOLHA-INCLUIR             VALUE "I".
001140     88  ESCOLHA-ALTERAR             VALUE "A".
001150     88  ESCOLHA-ENCERRAR            VALUE "E".
001160     88  ESCOLHA-REABRIR             VALUE "R".
001170 01  NIVEL-OPERADOR-ATUAL    PIC X(01) VALUE SPACES.
001180     88  OPERADOR-SUPERVISOR         VALUE "S".
001190 77  FS-LOTES                PIC X(02) VALUE ZEROES.
001200 77  FS-OPERADORES           PIC X(02) VALUE ZEROES.
001210 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
001220 77  FS-SUSPENSO             PIC X(02) VALUE ZEROES.
001230 77  FS-LOG-LOTES            PIC X(02) VALUE ZEROES.
001232 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
001234 01  SW-DIA-PROCESSAMENTO    PIC X(01) VALUE "A".
001236     88  DIA-PROCESSAMENTO-ABERTO   VALUE "A".
001238     88  DIA-PROCESSAMENTO-FECHADO  VALUE "F".
001240 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
001250 77  HORA-SISTEMA            PIC 9(08) VALUE ZEROES.
001260 77  OPERADOR-ID             PIC X(08) VALUE SPACES.
001270 77  NOME-OPERADOR-ATUAL     PIC X(30) VALUE SPACES.
001280 77  NOME-PROGRAMA           PIC X(08) VALUE "AREASL".
001290 01  ENV-ACAO-LOTE           PIC X(01).
001300 01  ENV-LOTE                PIC X(10).
001310 01  ENV-CLIENTE             PIC X(30).
001320 01  ENV-DESENHO             PIC X(15).
001330 01  ENV-DATA-ENTREGA        PIC X(08).
001340 01  ENV-DATA-ENTREGA-R REDEFINES ENV-DATA-ENTREGA PIC 9(08).
001350 77  CODIGO-LOTE-INFORMADO   PIC X(10) VALUE SPACES.
001360 77  I-LOTE                  PIC 9(03) VALUE ZEROES COMP.
001370 77  I-BUSCA-LOTE            PIC 9(03) VALUE ZEROES COMP.
001380 77  QTD-LOTES-TABELA        PIC 9(03) VALUE ZEROES COMP.
001390 77  MAXIMO-LOTES-TABELA     PIC 9(03) VALUE 500 COMP.
001400 77  LOTES-EXCEDENTES        PIC 9(05) VALUE ZEROES COMP.
001410 77  CONT-INCLUIDOS          PIC 9(05) VALUE ZEROES COMP.
001420 77  CONT-ALTERADOS          PIC 9(05) VALUE ZEROES COMP.
001430 77  CONT-ENCERRADOS         PIC 9(05) VALUE ZEROES COMP.
001440 77  CONT-REABERTOS          PIC 9(05) VALUE ZEROES COMP.
001450 77  CONT-RECUSADOS          PIC 9(05) VALUE ZEROES COMP.
001460 77  CONT-PENDENTES-MESTRE   PIC 9(05) VALUE ZEROES COMP.
001470 77  CONT-PENDENTES-SUSPENSO PIC 9(05) VALUE ZEROES COMP.
001480 01  REG-LOTE-TRABALHO.
001490     COPY LOTMST REPLACING LEADING ==LOT== BY ==TRB==.
001500 01  REG-LOTE-ANTERIOR       PIC X(64).
001510 01  REGISTRO-ENTRADA-TRABALHO.
001520     COPY ENTFRM.
001530 01  TABELA-LOTES.
001540     05  ITEM-LOTE OCCURS 500.
001550         10  TAB-LOT-REGISTRO    PIC X(64).
001560 01  DATA-CALCULO.
001570     05  DTC-ANO             PIC 9(04).
001580     05  DTC-MES             PIC 9(02).
001590     05  DTC-DIA             PIC 9(02).
001600 01  DATA-CALCULO-R REDEFINES DATA-CALCULO PIC 9(08).
001610 01  DIAS-POR-MES-VALORES    PIC X(24)
001620         VALUE "312831303130313130313031".
001630 01  DIAS-POR-MES REDEFINES DIAS-POR-MES-VALORES.
001640     05  DIAS-MES            PIC 9(02) OCCURS 12.
001650 77  DIAS-NO-MES             PIC 9(02) VALUE ZEROES.
001660 77  QUOCIENTE-DIVISAO       PIC 9(04) VALUE ZEROES COMP.
001670 77  RESTO-DIVISAO           PIC 9(04) VALUE ZEROES COMP.
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INICIALIZA
001710         THRU 1000-INICIALIZA-EXIT.
001720     IF SESSAO-ABORTADA
001730         GO TO 9999-FIM-PROGRAMA
001740     END-IF.
001750     IF MODO-AMBIENTE
001760         PERFORM 2100-EXECUTA-ACAO
001770             THRU 2100-EXECUTA-ACAO-EXIT
001780     ELSE
001790         PERFORM 2000-MENU-PRINCIPAL
001800             THRU 2000-MENU-PRINCIPAL-EXIT
001810             UNTIL FIM-MENU
001820     END-IF.
001830     PERFORM 9000-FINALIZA
001840         THRU 9000-FINALIZA-EXIT.
001850     GO TO 9999-FIM-PROGRAMA.
001860*****************************************************************
001870*  INICIALIZACAO - CAPTURA O OPERADOR (E A ACAO, NO MODO
001880*  AMBIENTE), VALIDA O OPERADOR CONTRA O CADASTRO, CARREGA O
001890*  CADASTRO DE LOTES EM TABELA E ABRE O LOG DE ALTERACOES. SEM
001900*  OPERADOR VALIDO A SESSAO E RECUSADA (CODIGO 12); TABELA
001910*  ESGOTADA OU LOG INDISPONIVEL ABORTAM A SESSAO (CODIGO 8), PARA
001920*  A REGRAVACAO NAO PERDER LOTES NEM DEIXAR ALTERACAO SEM LOG.
001930*****************************************************************
001940 1000-INICIALIZA.
001946     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
001952         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
001960     MOVE SPACES TO ENV-ACAO-LOTE.
001970     ACCEPT ENV-ACAO-LOTE FROM ENVIRONMENT "LOTE_ACAO".
001980     IF ENV-ACAO-LOTE NOT = SPACES
001990         SET MODO-AMBIENTE TO TRUE
002000         MOVE ENV-ACAO-LOTE TO ESCOLHA-MENU
002010         MOVE SPACES TO OPERADOR-ID
002020         ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
002030     ELSE
002040         DISPLAY "INFORME O ID DO OPERADOR: "
002050         ACCEPT OPERADOR-ID
002060     END-IF.
002070     PERFORM 1100-VALIDA-OPERADOR
002080         THRU 1100-VALIDA-OPERADOR-EXIT.
002090     IF OPERADOR-RECUSADO
002100         SET SESSAO-ABORTADA TO TRUE
002110         GO TO 1000-INICIALIZA-EXIT
002120     END-IF.
002121     IF DIA-PROCESSAMENTO-FECHADO
002122         DISPLAY "ERRO - DIA DE PROCESSAMENTO " DATA-SISTEMA
002123             " FECHADO - SESSAO RECUSADA. ABRA O DIA (AREASN)."
002124         SET SESSAO-ABORTADA TO TRUE
002125         MOVE 12 TO RETURN-CODE
002126         GO TO 1000-INICIALIZA-EXIT
002127     END-IF.
002130     OPEN INPUT ARQ-LOTES.
002140     IF FS-LOTES = "00"
002150         PERFORM 1200-CARREGA-LOTE
002160             THRU 1200-CARREGA-LOTE-EXIT
002170             UNTIL FIM-LOTES
002180         CLOSE ARQ-LOTES
002190     ELSE
002200         IF FS-LOTES NOT = "35"
002210             DISPLAY "ERRO - CADASTRO DE LOTES (LOTMSTR) NAO "
002220                 "ABERTO - STATUS: " FS-LOTES
002230             SET SESSAO-ABORTADA TO TRUE
002240             MOVE 8 TO RETURN-CODE
002250             GO TO 1000-INICIALIZA-EXIT
002260         END-IF
002270         DISPLAY "AVISO - CADASTRO DE LOTES (LOTMSTR) VAZIO."
002280     END-IF.
002290     DISPLAY "LOTES NO CADASTRO: " QTD-LOTES-TABELA.
002300     IF LOTES-EXCEDENTES > ZEROES
002310         DISPLAY "ATENCAO: TABELA ESGOTADA - "
002320             LOTES-EXCEDENTES " LOTE(S) ALEM DA "
002330             "CAPACIDADE SERIAM PERDIDOS - SESSAO ABORTADA."
002340         SET SESSAO-ABORTADA TO TRUE
002350         MOVE 8 TO RETURN-CODE
002360         GO TO 1000-INICIALIZA-EXIT
002370     END-IF.
002380     OPEN EXTEND ARQ-LOG-LOTES.
002390     IF FS-LOG-LOTES = "35"
002400         OPEN OUTPUT ARQ-LOG-LOTES
002410     END-IF.
002420     IF FS-LOG-LOTES NOT = "00"
002430         DISPLAY "ERRO - LOG DE ALTERACOES DE LOTES (SHPLLG) NAO "
002440             "ABERTO - STATUS: " FS-LOG-LOTES
002450         SET SESSAO-ABORTADA TO TRUE
002460         MOVE 8 TO RETURN-CODE
002470         GO TO 1000-INICIALIZA-EXIT
002480     END-IF.
002490     SET LOG-ABERTO TO TRUE.
002500 1000-INICIALIZA-EXIT.
002510     EXIT.
002511*****************************************************************
002512*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
002513*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
002514*  SISTEMA, COM AVISO. A SITUACAO DO DIA (ABERTO/FECHADO)
002515*  FICA EM SW-DIA-PROCESSAMENTO.
002516*****************************************************************
002517 1050-OBTEM-DATA-PROCESSAMENTO.
002518     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
002519     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
002520     IF FS-DATA-PROCESSAMENTO NOT = "00"
002521         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
002522             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
002523         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
002524     END-IF.
002525     READ ARQ-DATA-PROCESSAMENTO
002526         AT END
002527             MOVE SPACES TO REG-DATA-PROCESSAMENTO
002528     END-READ.
002529     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
002530         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
002531         MOVE DPR-SITUACAO TO SW-DIA-PROCESSAMENTO
002532     ELSE
002533         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
002534             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
002535     END-IF.
002536     CLOSE ARQ-DATA-PROCESSAMENTO.
002537 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002538     EXIT.
002539*****************************************************************
002540*  VALIDA O OPERADOR CONTRA O CADASTRO DE OPERADORES (OPRMSTR),
002541*  COMO NO PROGRAMA AREAS, GUARDANDO O NIVEL PARA A CONFERENCIA
002550*  DO ENCERRAMENTO E DA REABERTURA. ID DESCONHECIDO OU CADASTRO
002560*  INDISPONIVEL SAO RECUSADOS COM CODIGO DE RETORNO 12.
002570*****************************************************************
002580 1100-VALIDA-OPERADOR.
002590     OPEN INPUT ARQ-OPERADORES.
002600     IF FS-OPERADORES NOT = "00"
002610         DISPLAY "ERRO - CADASTRO DE OPERADORES (OPRMSTR) NAO "
002620             "ABERTO - STATUS: " FS-OPERADORES
002630         MOVE 12 TO RETURN-CODE
002640         GO TO 1100-VALIDA-OPERADOR-EXIT
002650     END-IF.
002660     MOVE SPACES TO NIVEL-OPERADOR-ATUAL.
002670     SET NAO-FIM-OPERADORES TO TRUE.
002680     PERFORM 1110-PROCURA-OPERADOR
002690         THRU 1110-PROCURA-OPERADOR-EXIT
002700         UNTIL FIM-OPERADORES OR OPERADOR-AUTORIZADO.
002710     CLOSE ARQ-OPERADORES.
002720     IF OPERADOR-RECUSADO
002730         DISPLAY "ERRO - OPERADOR NAO CADASTRADO: " OPERADOR-ID
002740         MOVE 12 TO RETURN-CODE
002750     END-IF.
002760 1100-VALIDA-OPERADOR-EXIT.
002770     EXIT.
002780 1110-PROCURA-OPERADOR.
002790     READ ARQ-OPERADORES
002800         AT END
002810             SET FIM-OPERADORES TO TRUE
002820     END-READ.
002830     IF NAO-FIM-OPERADORES
002840         IF OPR-ID = OPERADOR-ID
002850             SET OPERADOR-AUTORIZADO TO TRUE
002860             MOVE OPR-NOME TO NOME-OPERADOR-ATUAL
002870             MOVE OPR-NIVEL TO NIVEL-OPERADOR-ATUAL
002880             DISPLAY "OPERADOR: " OPERADOR-ID " - "
002890                 NOME-OPERADOR-ATUAL
002900         END-IF
002910     END-IF.
002920 1110-PROCURA-OPERADOR-EXIT.
002930     EXIT.
002940*****************************************************************
002950*  CARREGA O PROXIMO LOTE DO CADASTRO NA TABELA.
002960*****************************************************************
002970 1200-CARREGA-LOTE.
002980     READ ARQ-LOTES
002990         AT END
003000             SET FIM-LOTES TO TRUE
003010             GO TO 1200-CARREGA-LOTE-EXIT
003020     END-READ.
003030     IF QTD-LOTES-TABELA < MAXIMO-LOTES-TABELA
003040         ADD 1 TO QTD-LOTES-TABELA
003050         MOVE REG-LOTES TO TAB-LOT-REGISTRO (QTD-LOTES-TABELA)
003060     ELSE
003070         ADD 1 TO LOTES-EXCEDENTES
003080     END-IF.
003090 1200-CARREGA-LOTE-EXIT.
003100     EXIT.
003110*****************************************************************
003120*  MENU PRINCIPAL DA MANUTENCAO DE LOTES.
003130*****************************************************************
003140 2000-MENU-PRINCIPAL.
003150     DISPLAY " ".
003160     DISPLAY "MANUTENCAO DE LOTES - ESCOLHA A OPCAO".
003170     DISPLAY "L - LISTAR O CADASTRO".
003180     DISPLAY "I - INCLUIR LOTE".
003190     DISPLAY "A - ALTERAR CLIENTE, DESENHO OU ENTREGA".
003200     DISPLAY "E - ENCERRAR LOTE (SUPERVISOR)".
003210     DISPLAY "R - REABRIR LOTE (SUPERVISOR)".
003220     DISPLAY "0 - ENCERRAR E GRAVAR".
003230     DISPLAY "OPCAO: ".
003240     ACCEPT ESCOLHA-MENU.
003250     EVALUATE ESCOLHA-MENU
003260         WHEN "L"
003270             PERFORM 3000-LISTA-LOTES
003280                 THRU 3000-LISTA-LOTES-EXIT
003290         WHEN "0"
003300             SET FIM-MENU TO TRUE
003310         WHEN OTHER
003320             PERFORM 2100-EXECUTA-ACAO
003330                 THRU 2100-EXECUTA-ACAO-EXIT
003340     END-EVALUATE.
003350 2000-MENU-PRINCIPAL-EXIT.
003360     EXIT.
003370*****************************************************************
003380*  EXECUTA A ACAO ESCOLHIDA NO MENU OU INFORMADA EM LOTE_ACAO.
003390*****************************************************************
003400 2100-EXECUTA-ACAO.
003410     EVALUATE TRUE
003420         WHEN ESCOLHA-INCLUIR
003430             PERFORM 4000-INCLUI-LOTE
003440                 THRU 4000-INCLUI-LOTE-EXIT
003450         WHEN ESCOLHA-ALTERAR
003460             PERFORM 4100-ALTERA-LOTE
003470                 THRU 4100-ALTERA-LOTE-EXIT
003480         WHEN ESCOLHA-ENCERRAR
003490             PERFORM 4200-ENCERRA-LOTE
003500                 THRU 4200-ENCERRA-LOTE-EXIT
003510         WHEN ESCOLHA-REABRIR
003520             PERFORM 4300-REABRE-LOTE
003530                 THRU 4300-REABRE-LOTE-EXIT
003540         WHEN OTHER
003550             DISPLAY "OPCAO INVALIDA: " ESCOLHA-MENU
003560             ADD 1 TO CONT-RECUSADOS
003570     END-EVALUATE.
003580 2100-EXECUTA-ACAO-EXIT.
003590     EXIT.
003600*****************************************************************
003610*  LISTA O CADASTRO DE LOTES COM CLIENTE, DESENHO, ENTREGA E
003620*  SITUACAO.
003630*****************************************************************
003640 3000-LISTA-LOTES.
003650     PERFORM 3100-LISTA-UM-LOTE
003660         THRU 3100-LISTA-UM-LOTE-EXIT
003670         VARYING I-LOTE FROM 1 BY 1
003680         UNTIL I-LOTE > QTD-LOTES-TABELA.
003690 3000-LISTA-LOTES-EXIT.
003700     EXIT.
003710 3100-LISTA-UM-LOTE.
003720     MOVE TAB-LOT-REGISTRO (I-LOTE) TO REG-LOTE-TRABALHO.
003730     DISPLAY TRB-CODIGO " " TRB-CLIENTE " " TRB-DESENHO
003740         " ENTREGA: " TRB-DATA-ENTREGA
003750         " SIT: " TRB-SITUACAO.
003760 3100-LISTA-UM-LOTE-EXIT.
003770     EXIT.
003780*****************************************************************
003790*  INCLUI UM LOTE: CODIGO INEDITO NO CADASTRO, CLIENTE E DESENHO
003800*  OBRIGATORIOS, ENTREGA VALIDA E NAO PASSADA. O LOTE ENTRA
003810*  ABERTO.
003820*****************************************************************
003830 4000-INCLUI-LOTE.
003840     PERFORM 5000-OBTEM-CODIGO-LOTE
003850         THRU 5000-OBTEM-CODIGO-LOTE-EXIT.
003860     IF CODIGO-LOTE-INFORMADO = SPACES
003870         DISPLAY "ERRO - CODIGO DO LOTE OBRIGATORIO."
003880         ADD 1 TO CONT-RECUSADOS
003890         GO TO 4000-INCLUI-LOTE-EXIT
003900     END-IF.
003910     IF I-LOTE > ZEROES
003920         DISPLAY "ERRO - LOTE JA CADASTRADO: "
003930             CODIGO-LOTE-INFORMADO
003940         ADD 1 TO CONT-RECUSADOS
003950         GO TO 4000-INCLUI-LOTE-EXIT
003960     END-IF.
003970     IF QTD-LOTES-TABELA >= MAXIMO-LOTES-TABELA
003980         DISPLAY "ERRO - TABELA DE LOTES ESGOTADA - INCLUSAO "
003990             "RECUSADA."
004000         ADD 1 TO CONT-RECUSADOS
004010         GO TO 4000-INCLUI-LOTE-EXIT
004020     END-IF.
004030     MOVE SPACES TO REG-LOTE-TRABALHO.
004040     MOVE CODIGO-LOTE-INFORMADO TO TRB-CODIGO.
004050     MOVE ZEROES TO TRB-DATA-ENTREGA.
004060     SET TRB-ABERTO TO TRUE.
004070     PERFORM 5100-OBTEM-DADOS-LOTE
004080         THRU 5100-OBTEM-DADOS-LOTE-EXIT.
004090     IF DADOS-INVALIDOS
004100         ADD 1 TO CONT-RECUSADOS
004110         GO TO 4000-INCLUI-LOTE-EXIT
004120     END-IF.
004130     MOVE SPACES TO REG-LOTE-ANTERIOR.
004140     ADD 1 TO QTD-LOTES-TABELA.
004150     MOVE REG-LOTE-TRABALHO
004160         TO TAB-LOT-REGISTRO (QTD-LOTES-TABELA).
004170     SET LLG-INCLUSAO TO TRUE.
004180     PERFORM 8000-GRAVA-LOG
004190         THRU 8000-GRAVA-LOG-EXIT.
004200     ADD 1 TO CONT-INCLUIDOS.
004210     DISPLAY "LOTE INCLUIDO: " TRB-CODIGO.
004220 4000-INCLUI-LOTE-EXIT.
004230     EXIT.
004240*****************************************************************
004250*  ALTERA CLIENTE, DESENHO OU ENTREGA DE UM LOTE ABERTO (CAMPO
004260*  EM BRANCO MANTEM O VALOR ATUAL). LOTE ENCERRADO PRECISA SER
004270*  REABERTO ANTES.
004280*****************************************************************
004290 4100-ALTERA-LOTE.
004300     PERFORM 5000-OBTEM-CODIGO-LOTE
004310         THRU 5000-OBTEM-CODIGO-LOTE-EXIT.
004320     IF I-LOTE = ZEROES
004330         DISPLAY "ERRO - LOTE NAO CADASTRADO: "
004340             CODIGO-LOTE-INFORMADO
004350         ADD 1 TO CONT-RECUSADOS
004360         GO TO 4100-ALTERA-LOTE-EXIT
004370     END-IF.
004380     MOVE TAB-LOT-REGISTRO (I-LOTE) TO REG-LOTE-TRABALHO.
004390     IF TRB-ENCERRADO
004400         DISPLAY "ERRO - LOTE ENCERRADO NAO PODE SER ALTERADO - "
004410             "REABRA O LOTE ANTES: " TRB-CODIGO
004420         ADD 1 TO CONT-RECUSADOS
004430         GO TO 4100-ALTERA-LOTE-EXIT
004440     END-IF.
004450     MOVE REG-LOTE-TRABALHO TO REG-LOTE-ANTERIOR.
004460     PERFORM 5100-OBTEM-DADOS-LOTE
004470         THRU 5100-OBTEM-DADOS-LOTE-EXIT.
004480     IF DADOS-INVALIDOS
004490         ADD 1 TO CONT-RECUSADOS
004500         GO TO 4100-ALTERA-LOTE-EXIT
004510     END-IF.
004520     IF REG-LOTE-TRABALHO = REG-LOTE-ANTERIOR
004530         DISPLAY "NADA ALTERADO NO LOTE " TRB-CODIGO
004540         GO TO 4100-ALTERA-LOTE-EXIT
004550     END-IF.
004560     MOVE REG-LOTE-TRABALHO TO TAB-LOT-REGISTRO (I-LOTE).
004570     SET LLG-ALTERACAO TO TRUE.
004580     PERFORM 8000-GRAVA-LOG
004590         THRU 8000-GRAVA-LOG-EXIT.
004600     ADD 1 TO CONT-ALTERADOS.
004610     DISPLAY "LOTE ALTERADO: " TRB-CODIGO.
004620 4100-ALTERA-LOTE-EXIT.
004630     EXIT.
004640*****************************************************************
004650*  ENCERRA UM LOTE ABERTO (SO SUPERVISOR). RECUSADO ENQUANTO
004660*  HOUVER LINHA P NO MESTRE OU LINHA REJEITADA DO LOTE NO
004670*  SUSPENSO - O LOTE ENCERRADO NAO PODE TER PRODUCAO EM ANDAMENTO.
004680*****************************************************************
004690 4200-ENCERRA-LOTE.
004700     IF NOT OPERADOR-SUPERVISOR
004710         DISPLAY "ERRO - ENCERRAMENTO DE LOTE EXIGE NIVEL "
004720             "SUPERVISOR. OPERADOR: " OPERADOR-ID
004730         ADD 1 TO CONT-RECUSADOS
004740         GO TO 4200-ENCERRA-LOTE-EXIT
004750     END-IF.
004760     PERFORM 5000-OBTEM-CODIGO-LOTE
004770         THRU 5000-OBTEM-CODIGO-LOTE-EXIT.
004780     IF I-LOTE = ZEROES
004790         DISPLAY "ERRO - LOTE NAO CADASTRADO: "
004800             CODIGO-LOTE-INFORMADO
004810         ADD 1 TO CONT-RECUSADOS
004820         GO TO 4200-ENCERRA-LOTE-EXIT
004830     END-IF.
004840     MOVE TAB-LOT-REGISTRO (I-LOTE) TO REG-LOTE-TRABALHO.
004850     IF TRB-ENCERRADO
004860         DISPLAY "ERRO - LOTE JA ENCERRADO: " TRB-CODIGO
004870         ADD 1 TO CONT-RECUSADOS
004880         GO TO 4200-ENCERRA-LOTE-EXIT
004890     END-IF.
004900     PERFORM 6000-CONFERE-PENDENCIAS
004910         THRU 6000-CONFERE-PENDENCIAS-EXIT.
004920     IF CONT-PENDENTES-MESTRE > ZEROES OR
004930        CONT-PENDENTES-SUSPENSO > ZEROES
004940         DISPLAY "ERRO - LOTE " TRB-CODIGO " COM PENDENCIAS - "
004950             "LINHAS P NO MESTRE: " CONT-PENDENTES-MESTRE
004960             " REJEITADAS NO SUSPENSO: " CONT-PENDENTES-SUSPENSO
004970             " - ENCERRAMENTO RECUSADO."
004980         ADD 1 TO CONT-RECUSADOS
004990         GO TO 4200-ENCERRA-LOTE-EXIT
005000     END-IF.
005010     MOVE REG-LOTE-TRABALHO TO REG-LOTE-ANTERIOR.
005020     SET TRB-ENCERRADO TO TRUE.
005030     MOVE REG-LOTE-TRABALHO TO TAB-LOT-REGISTRO (I-LOTE).
005040     SET LLG-ENCERRAMENTO TO TRUE.
005050     PERFORM 8000-GRAVA-LOG
005060         THRU 8000-GRAVA-LOG-EXIT.
005070     ADD 1 TO CONT-ENCERRADOS.
005080     DISPLAY "LOTE ENCERRADO: " TRB-CODIGO.
005090 4200-ENCERRA-LOTE-EXIT.
005100     EXIT.
005110*****************************************************************
005120*  REABRE UM LOTE ENCERRADO (SO SUPERVISOR).
005130*****************************************************************
005140 4300-REABRE-LOTE.
005150     IF NOT OPERADOR-SUPERVISOR
005160         DISPLAY "ERRO - REABERTURA DE LOTE EXIGE NIVEL "
005170             "SUPERVISOR. OPERADOR: " OPERADOR-ID
005180         ADD 1 TO CONT-RECUSADOS
005190         GO TO 4300-REABRE-LOTE-EXIT
005200     END-IF.
005210     PERFORM 5000-OBTEM-CODIGO-LOTE
005220         THRU 5000-OBTEM-CODIGO-LOTE-EXIT.
005230     IF I-LOTE = ZEROES
005240         DISPLAY "ERRO - LOTE NAO CADASTRADO: "
005250             CODIGO-LOTE-INFORMADO
005260         ADD 1 TO CONT-RECUSADOS
005270         GO TO 4300-REABRE-LOTE-EXIT
005280     END-IF.
005290     MOVE TAB-LOT-REGISTRO (I-LOTE) TO REG-LOTE-TRABALHO.
005300     IF NOT TRB-ENCERRADO
005310         DISPLAY "ERRO - LOTE NAO ESTA ENCERRADO: " TRB-CODIGO
005320         ADD 1 TO CONT-RECUSADOS
005330         GO TO 4300-REABRE-LOTE-EXIT
005340     END-IF.
005350     MOVE REG-LOTE-TRABALHO TO REG-LOTE-ANTERIOR.
005360     SET TRB-ABERTO TO TRUE.
005370     MOVE REG-LOTE-TRABALHO TO TAB-LOT-REGISTRO (I-LOTE).
005380     SET LLG-REABERTURA TO TRUE.
005390     PERFORM 8000-GRAVA-LOG
005400         THRU 8000-GRAVA-LOG-EXIT.
005410     ADD 1 TO CONT-REABERTOS.
005420     DISPLAY "LOTE REABERTO: " TRB-CODIGO.
005430 4300-REABRE-LOTE-EXIT.
005440     EXIT.
005450*****************************************************************
005460*  OBTEM O CODIGO DO LOTE (DO AMBIENTE, EM LOTE, OU DO CONSOLE) E
005470*  LOCALIZA O LOTE NA TABELA (I-LOTE ZERO QUANDO NAO CADASTRADO).
005480*****************************************************************
005490 5000-OBTEM-CODIGO-LOTE.
005500     MOVE SPACES TO CODIGO-LOTE-INFORMADO.
005510     IF MODO-AMBIENTE
005520         MOVE SPACES TO ENV-LOTE
005530         ACCEPT ENV-LOTE FROM ENVIRONMENT "LOTE"
005540         MOVE ENV-LOTE TO CODIGO-LOTE-INFORMADO
005550     ELSE
005560         DISPLAY "CODIGO DO LOTE: "
005570         ACCEPT CODIGO-LOTE-INFORMADO
005580     END-IF.
005590     MOVE ZEROES TO I-LOTE.
005600     IF CODIGO-LOTE-INFORMADO NOT = SPACES
005610         PERFORM 5010-PROCURA-LOTE
005620             THRU 5010-PROCURA-LOTE-EXIT
005630             VARYING I-BUSCA-LOTE FROM 1 BY 1
005640             UNTIL I-BUSCA-LOTE > QTD-LOTES-TABELA
005650                OR I-LOTE > ZEROES
005660     END-IF.
005670 5000-OBTEM-CODIGO-LOTE-EXIT.
005680     EXIT.
005690 5010-PROCURA-LOTE.
005700     MOVE TAB-LOT-REGISTRO (I-BUSCA-LOTE) TO REG-LOTE-TRABALHO.
005710     IF TRB-CODIGO = CODIGO-LOTE-INFORMADO
005720         MOVE I-BUSCA-LOTE TO I-LOTE
005730     END-IF.
005740 5010-PROCURA-LOTE-EXIT.
005750     EXIT.
005760*****************************************************************
005770*  OBTEM CLIENTE, DESENHO E ENTREGA (DO AMBIENTE OU DO CONSOLE)
005780*  SOBRE O LOTE EM REG-LOTE-TRABALHO - VALOR EM BRANCO MANTEM O
005790*  ATUAL - E CRITICA O RESULTADO: CLIENTE E DESENHO PREENCHIDOS,
005800*  ENTREGA VALIDA E NAO ANTERIOR A HOJE.
005810*****************************************************************
005820 5100-OBTEM-DADOS-LOTE.
005830     SET DADOS-VALIDOS TO TRUE.
005840     MOVE SPACES TO ENV-CLIENTE ENV-DESENHO ENV-DATA-ENTREGA.
005850     IF MODO-AMBIENTE
005860         ACCEPT ENV-CLIENTE FROM ENVIRONMENT "LOTE_CLIENTE"
005870         ACCEPT ENV-DESENHO FROM ENVIRONMENT "LOTE_DESENHO"
005880         ACCEPT ENV-DATA-ENTREGA FROM ENVIRONMENT "LOTE_ENTREGA"
005890     ELSE
005900         DISPLAY "CLIENTE (BRANCO MANTEM: " TRB-CLIENTE "): "
005910         ACCEPT ENV-CLIENTE
005920         DISPLAY "DESENHO (BRANCO MANTEM: " TRB-DESENHO "): "
005930         ACCEPT ENV-DESENHO
005940         DISPLAY "ENTREGA AAAAMMDD (BRANCO MANTEM: "
005950             TRB-DATA-ENTREGA "): "
005960         ACCEPT ENV-DATA-ENTREGA
005970     END-IF.
005980     IF ENV-CLIENTE NOT = SPACES
005990         MOVE ENV-CLIENTE TO TRB-CLIENTE
006000     END-IF.
006010     IF ENV-DESENHO NOT = SPACES
006020         MOVE ENV-DESENHO TO TRB-DESENHO
006030     END-IF.
006040     IF ENV-DATA-ENTREGA NOT = SPACES
006050         IF ENV-DATA-ENTREGA IS NUMERIC
006060             MOVE ENV-DATA-ENTREGA-R TO TRB-DATA-ENTREGA
006070         ELSE
006080             DISPLAY "ERRO - DATA DE ENTREGA NAO NUMERICA: "
006090                 ENV-DATA-ENTREGA
006100             SET DADOS-INVALIDOS TO TRUE
006110             GO TO 5100-OBTEM-DADOS-LOTE-EXIT
006120         END-IF
006130     END-IF.
006140     IF TRB-CLIENTE = SPACES
006150         DISPLAY "ERRO - CLIENTE OBRIGATORIO."
006160         SET DADOS-INVALIDOS TO TRUE
006170     END-IF.
006180     IF TRB-DESENHO = SPACES
006190         DISPLAY "ERRO - NUMERO DO DESENHO OBRIGATORIO."
006200         SET DADOS-INVALIDOS TO TRUE
006210     END-IF.
006220     MOVE TRB-DATA-ENTREGA TO DATA-CALCULO-R.
006230     PERFORM 7600-VALIDA-DATA
006240         THRU 7600-VALIDA-DATA-EXIT.
006250     IF DATA-INVALIDA
006260         DISPLAY "ERRO - DATA DE ENTREGA INVALIDA: "
006270             TRB-DATA-ENTREGA
006280         SET DADOS-INVALIDOS TO TRUE
006290         GO TO 5100-OBTEM-DADOS-LOTE-EXIT
006300     END-IF.
006310     IF TRB-DATA-ENTREGA < DATA-SISTEMA AND
006320        ENV-DATA-ENTREGA NOT = SPACES
006330         DISPLAY "ERRO - DATA DE ENTREGA JA PASSADA: "
006340             TRB-DATA-ENTREGA
006350         SET DADOS-INVALIDOS TO TRUE
006360     END-IF.
006370 5100-OBTEM-DADOS-LOTE-EXIT.
006380     EXIT.
006390*****************************************************************
006400*  CONTA AS PENDENCIAS DO LOTE EM REG-LOTE-TRABALHO: LINHAS P
006410*  (PENDENTES DE TRANSMISSAO) NO MESTRE DE HISTORICO E LINHAS DO
006420*  LOTE ESPERANDO CORRECAO NO ARQUIVO SUSPENSO. ARQUIVO QUE NAO
006430*  EXISTE NAO TEM PENDENCIA; ARQUIVO QUE NAO ABRE POR OUTRO
006440*  MOTIVO CONTA COMO PENDENCIA (NAO HA COMO CONFERIR).
006450*****************************************************************
006460 6000-CONFERE-PENDENCIAS.
006470     MOVE ZEROES TO CONT-PENDENTES-MESTRE CONT-PENDENTES-SUSPENSO.
006480     OPEN INPUT ARQ-MESTRE-HISTORICO.
006490     IF FS-MESTRE-HISTORICO = "00"
006500         SET NAO-FIM-MESTRE-LOTE TO TRUE
006510         MOVE TRB-CODIGO TO MST-JOB-LOTE
006520         MOVE ZEROES TO MST-SEQUENCIA
006530         START ARQ-MESTRE-HISTORICO KEY IS NOT < MST-CHAVE
006540             INVALID KEY
006550                 SET FIM-MESTRE-LOTE TO TRUE
006560         END-START
006570         PERFORM 6100-CONFERE-MESTRE
006580             THRU 6100-CONFERE-MESTRE-EXIT
006590             UNTIL FIM-MESTRE-LOTE
006600         CLOSE ARQ-MESTRE-HISTORICO
006610     ELSE
006620         IF FS-MESTRE-HISTORICO NOT = "35"
006630             DISPLAY "AVISO - MESTRE DE HISTORICO NAO ABERTO - "
006640                 "STATUS: " FS-MESTRE-HISTORICO
006650             ADD 1 TO CONT-PENDENTES-MESTRE
006660         END-IF
006670     END-IF.
006680     OPEN INPUT ARQ-SUSPENSO.
006690     IF FS-SUSPENSO = "00"
006700         SET NAO-FIM-SUSPENSO TO TRUE
006710         PERFORM 6200-CONFERE-SUSPENSO
006720             THRU 6200-CONFERE-SUSPENSO-EXIT
006730             UNTIL FIM-SUSPENSO
006740         CLOSE ARQ-SUSPENSO
006750     ELSE
006760         IF FS-SUSPENSO NOT = "35"
006770             DISPLAY "AVISO - ARQUIVO SUSPENSO (SHPSUSP) NAO "
006780                 "ABERTO - STATUS: " FS-SUSPENSO
006790             ADD 1 TO CONT-PENDENTES-SUSPENSO
006800         END-IF
006810     END-IF.
006820 6000-CONFERE-PENDENCIAS-EXIT.
006830     EXIT.
006840 6100-CONFERE-MESTRE.
006850     READ ARQ-MESTRE-HISTORICO NEXT RECORD
006860         AT END
006870             SET FIM-MESTRE-LOTE TO TRUE
006880             GO TO 6100-CONFERE-MESTRE-EXIT
006890     END-READ.
006900     IF MST-JOB-LOTE NOT = TRB-CODIGO
006910         SET FIM-MESTRE-LOTE TO TRUE
006920         GO TO 6100-CONFERE-MESTRE-EXIT
006930     END-IF.
006940     IF MST-PENDENTE-TRANSMISSAO
006950         ADD 1 TO CONT-PENDENTES-MESTRE
006960     END-IF.
006970 6100-CONFERE-MESTRE-EXIT.
006980     EXIT.
006990 6200-CONFERE-SUSPENSO.
007000     READ ARQ-SUSPENSO
007010         AT END
007020             SET FIM-SUSPENSO TO TRUE
007030             GO TO 6200-CONFERE-SUSPENSO-EXIT
007040     END-READ.
007050     MOVE SUS-REGISTRO-ORIGINAL TO REGISTRO-ENTRADA-TRABALHO.
007060     IF ENT-JOB-LOTE = TRB-CODIGO
007070         ADD 1 TO CONT-PENDENTES-SUSPENSO
007080     END-IF.
007090 6200-CONFERE-SUSPENSO-EXIT.
007100     EXIT.
007110*****************************************************************
007120*  APURA EM DIAS-NO-MES O NUMERO DE DIAS DO MES DE DATA-CALCULO
007130*  (FEVEREIRO COM 29 NOS ANOS BISSEXTOS).
007140*****************************************************************
007150 7500-APURA-DIAS-NO-MES.
007160     MOVE DIAS-MES (DTC-MES) TO DIAS-NO-MES.
007170     IF DTC-MES NOT = 2
007180         GO TO 7500-APURA-DIAS-NO-MES-EXIT
007190     END-IF.
007200     DIVIDE DTC-ANO BY 4 GIVING QUOCIENTE-DIVISAO
007210         REMAINDER RESTO-DIVISAO.
007220     IF RESTO-DIVISAO NOT = ZEROES
007230         GO TO 7500-APURA-DIAS-NO-MES-EXIT
007240     END-IF.
007250     DIVIDE DTC-ANO BY 100 GIVING QUOCIENTE-DIVISAO
007260         REMAINDER RESTO-DIVISAO.
007270     IF RESTO-DIVISAO NOT = ZEROES
007280         MOVE 29 TO DIAS-NO-MES
007290         GO TO 7500-APURA-DIAS-NO-MES-EXIT
007300     END-IF.
007310     DIVIDE DTC-ANO BY 400 GIVING QUOCIENTE-DIVISAO
007320         REMAINDER RESTO-DIVISAO.
007330     IF RESTO-DIVISAO = ZEROES
007340         MOVE 29 TO DIAS-NO-MES
007350     END-IF.
007360 7500-APURA-DIAS-NO-MES-EXIT.
007370     EXIT.
007380*****************************************************************
007390*  VALIDA A DATA EM DATA-CALCULO (AAAAMMDD): MES DE 1 A 12 E DIA
007400*  DENTRO DO MES.
007410*****************************************************************
007420 7600-VALIDA-DATA.
007430     SET DATA-INVALIDA TO TRUE.
007440     IF DTC-ANO < 2000 OR DTC-MES < 1 OR DTC-MES > 12 OR
007450        DTC-DIA < 1
007460         GO TO 7600-VALIDA-DATA-EXIT
007470     END-IF.
007480     PERFORM 7500-APURA-DIAS-NO-MES
007490         THRU 7500-APURA-DIAS-NO-MES-EXIT.
007500     IF DTC-DIA NOT > DIAS-NO-MES
007510         SET DATA-VALIDA TO TRUE
007520     END-IF.
007530 7600-VALIDA-DATA-EXIT.
007540     EXIT.
007550*****************************************************************
007560*  GRAVA NO LOG A ALTERACAO DO LOTE EM REG-LOTE-TRABALHO, COM A
007570*  ACAO JA POSTA EM LLG-ACAO E A IMAGEM ANTERIOR EM
007580*  REG-LOTE-ANTERIOR.
007590*****************************************************************
007600 8000-GRAVA-LOG.
007610     SET CADASTRO-ALTERADO TO TRUE.
007620     ACCEPT HORA-SISTEMA FROM TIME.
007630     MOVE DATA-SISTEMA TO LLG-DATA.
007640     MOVE HORA-SISTEMA TO LLG-HORA.
007650     MOVE OPERADOR-ID TO LLG-OPERADOR.
007660     MOVE NOME-PROGRAMA TO LLG-PROGRAMA.
007670     MOVE TRB-CODIGO TO LLG-CODIGO-LOTE.
007680     MOVE REG-LOTE-ANTERIOR TO LLG-LOTE-ANTES.
007690     MOVE REG-LOTE-TRABALHO TO LLG-LOTE-DEPOIS.
007700     WRITE REG-LOG-LOTES.
007710     IF FS-LOG-LOTES NOT = "00"
007720         DISPLAY "ERRO AO GRAVAR O LOG DE LOTES (SHPLLG) - "
007730             "STATUS: " FS-LOG-LOTES
007740         MOVE 8 TO RETURN-CODE
007750     END-IF.
007760 8000-GRAVA-LOG-EXIT.
007770     EXIT.
007780*****************************************************************
007790*  FINALIZACAO - REGRAVA O CADASTRO DE LOTES QUANDO HOUVE
007800*  ALTERACAO, FECHA O LOG, MOSTRA O RESUMO DA SESSAO E APURA O
007810*  CODIGO DE RETORNO DAS RECUSAS.
007820*****************************************************************
007830 9000-FINALIZA.
007840     IF CADASTRO-ALTERADO
007850         OPEN OUTPUT ARQ-LOTES
007860         PERFORM 9100-GRAVA-LOTE
007870             THRU 9100-GRAVA-LOTE-EXIT
007880             VARYING I-LOTE FROM 1 BY 1
007890             UNTIL I-LOTE > QTD-LOTES-TABELA
007900         CLOSE ARQ-LOTES
007910     END-IF.
007920     IF LOG-ABERTO
007930         CLOSE ARQ-LOG-LOTES
007940     END-IF.
007950     DISPLAY "SESSAO ENCERRADA - INCLUIDOS: " CONT-INCLUIDOS
007960         " ALTERADOS: " CONT-ALTERADOS
007970         " ENCERRADOS: " CONT-ENCERRADOS
007980         " REABERTOS: " CONT-REABERTOS
007990         " RECUSADOS: " CONT-RECUSADOS.
008000     IF RETURN-CODE NOT = ZEROES OR CONT-RECUSADOS = ZEROES
008010         GO TO 9000-FINALIZA-EXIT
008020     END-IF.
008030     IF MODO-AMBIENTE
008040         MOVE 12 TO RETURN-CODE
008050     ELSE
008060         MOVE 4 TO RETURN-CODE
008070     END-IF.
008080 9000-FINALIZA-EXIT.
008090     EXIT.
008100 9100-GRAVA-LOTE.
008110     MOVE TAB-LOT-REGISTRO (I-LOTE) TO REG-LOTES.
008120     WRITE REG-LOTES.
008130 9100-GRAVA-LOTE-EXIT.
008140     EXIT.
008150 9999-FIM-PROGRAMA.
008160     STOP RUN.
