000960*                      AREASS E O LOTE EMBARCA CURTO DO MESMO
000970*                      JEITO. QUEM TIRA REGISTRO DO SUSPENSO E SO
000980*                      O AREASS (CORRECAO OU DESCARTE).
000981*  15/10/2026  EJS     REGISTRO DE ENTRADA AMPLIADO PARA 49
000982*                      POSICOES COM O CODIGO DA PECA DO CATALOGO
000983*                      DE PECAS PADRAO (PECMSTR), CARREGADO EM
000984*                      TABELA NA INICIALIZACAO. A LINHA TIPO P
000985*                      (SO LOTE, QUANTIDADE, CODIGO DA PECA E,
000986*                      OPCIONAL, O MATERIAL) E EXPANDIDA NA LINHA
000987*                      DE PECA NORMAL COM FORMA, UNIDADE,
000988*                      DIMENSOES E MATERIAL DO CATALOGO, CRITICADA
000989*                      COMO QUALQUER OUTRA, E SEGUIDA DAS LINHAS
000990*                      DE DEDUCAO DO CATALOGO, ANTES DE O AREAS
000991*                      RODAR. PECA FORA DO CATALOGO E REJEITADA
000992*                      (MOTIVO 12), PECA INATIVA TAMBEM (MOTIVO
000993*                      13), E MATERIAL INFORMADO DIFERENTE DO DA
000994*                      PECA (MOTIVO 14). A LINHA P REJEITADA VAI
000995*                      PARA O SUSPENSO COMO FOI DIGITADA. CATALOGO
000996*                      AUSENTE SO AVISA - TODA LINHA P CAI NO 12.
000997*  15/10/2026  EJS     A DATA DA REJEICAO NO SUSPENSO E A DA
000998*                      CHECAGEM DE DUPLICIDADE NO MESMO DIA PASSAM
000999*                      A SER A DATA DE PROCESSAMENTO DO CONTROLE
001000*                      SHPDAT (MANTIDO PELO AREASN), NAO O
001001*                      RELOGIO. COM O DIA FECHADO A CRITICA E
001002*                      RECUSADA COM CODIGO 12.
001003*  15/10/2026  EJS     LINHA DE RECORTE DO MESTRE (AREASU) NAO
001004*                      CONTA NA CHECAGEM DE DUPLICIDADE: A PECA
001005*                      RECORTADA NO DIA NAO BARRA A LISTA DE
001006*                      CORTE.
001007*****************************************************************
001008 ENVIRONMENT DIVISION.
001010 INPUT-OUTPUT SECTION.
001020 FILE-CONTROL.
001030     SELECT ARQ-ENTRADA-BRUTA ASSIGN TO SHPIN
001160     SELECT ARQ-LOTES ASSIGN TO LOTMSTR
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS FS-LOTES.
001182     SELECT ARQ-CATALOGO-PECAS ASSIGN TO PECMSTR
001184         ORGANIZATION IS LINE SEQUENTIAL
001186         FILE STATUS IS FS-CATALOGO-PECAS.
001190     SELECT ARQ-MESTRE-HISTORICO ASSIGN TO SHPMSTR
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS DYNAMIC
001220         RECORD KEY IS MST-CHAVE
001230         FILE STATUS IS FS-MESTRE-HISTORICO.
001232     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
001234         ORGANIZATION IS LINE SEQUENTIAL
001236         FILE STATUS IS FS-DATA-PROCESSAMENTO.
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  ARQ-ENTRADA-BRUTA
001290     COPY ENTFRM.
001300 FD  ARQ-ENTRADA-LIMPA
001310     RECORDING MODE IS F.
001320 01  REG-ENTRADA-LIMPA           PIC X(49).
001330 FD  ARQ-SUSPENSO
001340     RECORDING MODE IS F.
001350 01  REG-SUSPENSO.
001450     RECORDING MODE IS F.
001460 01  REG-LOTES.
001470     COPY LOTMST.
001472 FD  ARQ-CATALOGO-PECAS
001474     RECORDING MODE IS F.
001476 01  REG-CATALOGO-PECAS.
001478     COPY PECCAT.
001480 FD  ARQ-MESTRE-HISTORICO.
001490 01  REG-MESTRE-HISTORICO.
001500     COPY MSTHST.
001502 FD  ARQ-DATA-PROCESSAMENTO
001504     RECORDING MODE IS F.
001506 01  REG-DATA-PROCESSAMENTO.
001508     COPY DATPRC.
001510 WORKING-STORAGE SECTION.
001520 77  FS-ENTRADA-BRUTA        PIC X(02) VALUE ZEROES.
001530 77  FS-MATERIAIS            PIC X(02) VALUE ZEROES.
001540 77  FS-LOTES                PIC X(02) VALUE ZEROES.
001550 77  FS-SUSPENSO             PIC X(02) VALUE ZEROES.
001552 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
001554 01  SW-DIA-PROCESSAMENTO    PIC X(01) VALUE "A".
001556     88  DIA-PROCESSAMENTO-ABERTO   VALUE "A".
001558     88  DIA-PROCESSAMENTO-FECHADO  VALUE "F".
001560 01  SW-ERRO-ABERTURA        PIC X(01) VALUE "N".
001570     88  ERRO-ABERTURA               VALUE "S".
001580     88  SEM-ERRO-ABERTURA           VALUE "N".
001740     88  MOTIVO-TIPO-LINHA           VALUE "09".
001750     88  MOTIVO-DEDUCAO-SEM-MAE      VALUE "10".
001760     88  MOTIVO-DUPLICIDADE          VALUE "11".
001762     88  MOTIVO-PECA-INEXISTENTE     VALUE "12".
001764     88  MOTIVO-PECA-INATIVA         VALUE "13".
001766     88  MOTIVO-PECA-MATERIAL        VALUE "14".
001770 01  SW-LINHA-MAE            PIC X(01) VALUE "N".
001780     88  LINHA-MAE-VALIDA            VALUE "S".
001790     88  LINHA-MAE-INVALIDA          VALUE "N".
001980 77  MAXIMO-DUPLICADOS       PIC 9(03) VALUE 100 COMP.
001990 01  TABELA-DUPLICADOS.
002000     05  ITEM-DUPLICADO OCCURS 100.
002010         10  DUP-REGISTRO        PIC X(49).
002020         10  DUP-SEQUENCIA       PIC 9(04).
002030 01  SW-FIM-MATERIAIS        PIC X(01) VALUE "N".
002040     88  FIM-MATERIAIS               VALUE "S".
002200 01  TABELA-LOTES.
002210     05  ITEM-LOTE OCCURS 300.
002220         10  TAB-LOT-CODIGO      PIC X(10).
002221 77  FS-CATALOGO-PECAS       PIC X(02) VALUE ZEROES.
002222 01  SW-FIM-CATALOGO         PIC X(01) VALUE "N".
002223     88  FIM-CATALOGO                VALUE "S".
002224     88  NAO-FIM-CATALOGO            VALUE "N".
002225 01  SW-LINHA-CATALOGO       PIC X(01) VALUE "N".
002226     88  LINHA-CATALOGO              VALUE "S".
002227     88  LINHA-DIGITADA              VALUE "N".
002228 77  I-PECA                  PIC 9(03) VALUE ZEROES COMP.
002229 77  I-BUSCA-PECA            PIC 9(03) VALUE ZEROES COMP.
002230 77  I-DEDUCAO-CATALOGO      PIC 9(02) VALUE ZEROES COMP.
002231 77  QTD-PECAS-TABELA        PIC 9(03) VALUE ZEROES COMP.
002232 77  MAXIMO-PECAS-TABELA     PIC 9(03) VALUE 300 COMP.
002233 77  CONT-LINHAS-CATALOGO    PIC 9(05) VALUE ZEROES COMP.
002234 77  CONT-DEDUCOES-CATALOGO  PIC 9(05) VALUE ZEROES COMP.
002235 01  TABELA-PECAS.
002236     05  ITEM-PECA OCCURS 300.
002237         10  TAB-PEC-CODIGO      PIC X(10).
002238         10  TAB-PEC-REGISTRO    PIC X(288).
002239 01  PECA-CATALOGO-TRABALHO.
002240     COPY PECCAT REPLACING LEADING ==CAT== BY ==PCT==.
002241 01  REGISTRO-LINHA-CATALOGO PIC X(49) VALUE SPACES.
002242 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
002243 77  CONT-LIDOS              PIC 9(05) VALUE ZEROES COMP.
002250 77  CONT-ACEITOS            PIC 9(05) VALUE ZEROES COMP.
002260 77  CONT-REJEITADOS         PIC 9(05) VALUE ZEROES COMP.
002270 77  LIMITE-LINHAS-PAGINA    PIC 9(03) VALUE 50 COMP.
002350     05  CAB1-PAGINA-CRITICA PIC ZZ9.
002360     05  FILLER              PIC X(19) VALUE SPACES.
002370 01  LINHA-CABECALHO-CRITICA-2.
002380     05  FILLER              PIC X(51)
002390             VALUE "REGISTRO DE ENTRADA".
002400     05  FILLER              PIC X(06) VALUE "MOTIVO".
002410     05  FILLER              PIC X(42) VALUE "DESCRICAO".
002420 01  LINHA-DETALHE-CRITICA.
002430     05  CRT-REGISTRO        PIC X(49).
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  CRT-MOTIVO          PIC X(02).
002460     05  FILLER              PIC X(04) VALUE SPACES.
002470     05  CRT-DESCRICAO       PIC X(42).
002480 01  LINHA-SECAO-DUPLICADOS.
002490     05  FILLER              PIC X(25)
002530     05  FILLER              PIC X(28)
002540             VALUE "- CONFERIR COM O SUPERVISOR.".
002550 01  LINHA-DETALHE-DUPLICADO.
002560     05  DUP-DET-REGISTRO    PIC X(49).
002570     05  FILLER              PIC X(02) VALUE SPACES.
002580     05  FILLER              PIC X(15) VALUE "SEQ EXISTENTE: ".
002590     05  DUP-DET-SEQUENCIA   PIC 9(04).
002600 01  LINHA-TOTAL-DUPLICADOS.
002680     05  TOT-ACEITOS         PIC ZZZZ9.
002690     05  FILLER              PIC X(14) VALUE "  REJEITADOS: ".
002700     05  TOT-REJEITADOS      PIC ZZZZ9.
002701 01  LINHA-TOTAL-CATALOGO.
002702     05  FILLER              PIC X(26)
002703             VALUE "LINHAS DE PECA DO CATALOGO".
002704     05  FILLER              PIC X(12) VALUE " EXPANDIDAS:".
002705     05  TOT-LINHAS-CATALOGO PIC ZZZZ9.
002706     05  FILLER              PIC X(21)
002707             VALUE "  DEDUCOES GERADAS: ".
002708     05  TOT-DEDUCOES-CATALOGO PIC ZZZZ9.
002710 PROCEDURE DIVISION.
002720 0000-MAINLINE.
002730     PERFORM 1000-INICIALIZA
002880*  CABECALHO DO RELATORIO DE CRITICA.
002890*****************************************************************
002900 1000-INICIALIZA.
002902     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
002904         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002906     IF DIA-PROCESSAMENTO-FECHADO
002908         DISPLAY "ERRO - DIA DE PROCESSAMENTO " DATA-SISTEMA
002910             " FECHADO - CRITICA RECUSADA. ABRA O DIA (AREASN)."
002912         SET ERRO-ABERTURA TO TRUE
002914         MOVE 12 TO RETURN-CODE
002916         GO TO 1000-INICIALIZA-EXIT
002918     END-IF.
002920     OPEN INPUT ARQ-ENTRADA-BRUTA.
002930     IF FS-ENTRADA-BRUTA NOT = "00"
002940         DISPLAY "ERRO - LISTA DE CORTE (SHPIN) NAO ABERTA - "
003230         THRU 1200-CARREGA-LOTE-EXIT
003240         UNTIL FIM-LOTES.
003250     CLOSE ARQ-LOTES.
003251     OPEN INPUT ARQ-CATALOGO-PECAS.
003252     IF FS-CATALOGO-PECAS NOT = "00"
003253         DISPLAY "AVISO - CATALOGO DE PECAS (PECMSTR) NAO "
003254             "ABERTO - LINHA P SERA REJEITADA - STATUS: "
003255             FS-CATALOGO-PECAS
003256     ELSE
003257         PERFORM 1300-CARREGA-PECA
003258             THRU 1300-CARREGA-PECA-EXIT
003259             UNTIL FIM-CATALOGO
003260         CLOSE ARQ-CATALOGO-PECAS
003261     END-IF.
003262     MOVE SPACES TO ENV-CHECA-DUPLICIDADE.
003270     ACCEPT ENV-CHECA-DUPLICIDADE FROM ENVIRONMENT "CHECA_DUP".
003280     IF ENV-CHECA-DUPLICIDADE = "N"
003290         SET MESTRE-INDISPONIVEL TO TRUE
003480         THRU 8100-IMPRIME-CABECALHO-EXIT.
003490 1000-INICIALIZA-EXIT.
003500     EXIT.
003501*****************************************************************
003502*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
003503*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
003504*  SISTEMA, COM AVISO. A SITUACAO DO DIA (ABERTO/FECHADO)
003505*  FICA EM SW-DIA-PROCESSAMENTO.
003506*****************************************************************
003507 1050-OBTEM-DATA-PROCESSAMENTO.
003508     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
003509     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
003510     IF FS-DATA-PROCESSAMENTO NOT = "00"
003511         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
003512             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
003513         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
003514     END-IF.
003515     READ ARQ-DATA-PROCESSAMENTO
003516         AT END
003517             MOVE SPACES TO REG-DATA-PROCESSAMENTO
003518     END-READ.
003519     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
003520         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
003521         MOVE DPR-SITUACAO TO SW-DIA-PROCESSAMENTO
003522     ELSE
003523         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
003524             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
003525     END-IF.
003526     CLOSE ARQ-DATA-PROCESSAMENTO.
003527 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
003528     EXIT.
003529*****************************************************************
003530*  CARREGA O PROXIMO MATERIAL DO CADASTRO NA TABELA DE CODIGOS
003531*  VALIDOS. MATERIAIS ALEM DA CAPACIDADE DA TABELA SAO IGNORADOS
003540*  COM AVISO NO CONSOLE.
003550*****************************************************************
003560 1100-CARREGA-MATERIAL.
003920 1200-CARREGA-LOTE-EXIT.
003930     EXIT.
003940*****************************************************************
003941*  CARREGA A PROXIMA PECA DO CATALOGO NA TABELA DE PECAS PADRAO,
003942*  COM O REGISTRO INTEIRO (FORMA, DIMENSOES, MATERIAL E
003943*  DEDUCOES) PARA A EXPANSAO DA LINHA P. PECAS ALEM DA
003944*  CAPACIDADE DA TABELA SAO IGNORADAS COM AVISO NO CONSOLE.
003945*****************************************************************
003946 1300-CARREGA-PECA.
003947     READ ARQ-CATALOGO-PECAS
003948         AT END
003949             SET FIM-CATALOGO TO TRUE
003950             GO TO 1300-CARREGA-PECA-EXIT
003951     END-READ.
003952     IF QTD-PECAS-TABELA < MAXIMO-PECAS-TABELA
003953         ADD 1 TO QTD-PECAS-TABELA
003954         MOVE CAT-CODIGO-PECA
003955             TO TAB-PEC-CODIGO (QTD-PECAS-TABELA)
003956         MOVE REG-CATALOGO-PECAS
003957             TO TAB-PEC-REGISTRO (QTD-PECAS-TABELA)
003958     ELSE
003959         DISPLAY "AVISO - TABELA DE PECAS ESGOTADA - PECA "
003960             "IGNORADA: " CAT-CODIGO-PECA
003961     END-IF.
003962 1300-CARREGA-PECA-EXIT.
003963     EXIT.
003964*****************************************************************
003965*  LEITURA DO PROXIMO REGISTRO DA LISTA DE CORTE BRUTA.
003966*****************************************************************
003970 2000-LE-PROXIMO-REGISTRO.
003980     READ ARQ-ENTRADA-BRUTA
003990         AT END
004070*****************************************************************
004080*  CRITICA UM REGISTRO LIDO: SE PASSA EM TODAS AS VALIDACOES VAI
004090*  PARA O ARQUIVO LIMPO, SENAO VAI PARA O SUSPENSO COM O CODIGO
004094*  DO MOTIVO E GANHA UMA LINHA NO RELATORIO DE CRITICA. A LINHA
004098*  P E ANTES EXPANDIDA PELO CATALOGO DE PECAS; ACEITA, SAI SEGUIDA
004102*  DAS SUAS LINHAS DE DEDUCAO, E REJEITADA VAI PARA O SUSPENSO E
004106*  PARA O RELATORIO COMO FOI DIGITADA.
004110*****************************************************************
004120 2100-CRITICA-REGISTRO.
004130     SET REGISTRO-VALIDO TO TRUE.
004140     MOVE SPACES TO MOTIVO-REJEICAO-ATUAL.
004142     SET LINHA-DIGITADA TO TRUE.
004144     IF ENT-LINHA-PECA-CATALOGO
004146         SET LINHA-CATALOGO TO TRUE
004148         MOVE REG-ENTRADA-FORMAS TO REGISTRO-LINHA-CATALOGO
004150         PERFORM 3500-EXPANDE-PECA-CATALOGO
004152             THRU 3500-EXPANDE-PECA-CATALOGO-EXIT
004154     END-IF.
004156     IF REGISTRO-VALIDO
004158         PERFORM 3000-VALIDA-REGISTRO
004160             THRU 3000-VALIDA-REGISTRO-EXIT
004162     END-IF.
004170     IF REGISTRO-VALIDO
004180         ADD 1 TO CONT-ACEITOS
004190         WRITE REG-ENTRADA-LIMPA FROM REG-ENTRADA-FORMAS
004200         IF NOT ENT-LINHA-DEDUCAO
004210             SET LINHA-MAE-VALIDA TO TRUE
004220         END-IF
004221         IF LINHA-CATALOGO
004222             ADD 1 TO CONT-LINHAS-CATALOGO
004223             PERFORM 3600-GRAVA-DEDUCAO-CATALOGO
004224                 THRU 3600-GRAVA-DEDUCAO-CATALOGO-EXIT
004225                 VARYING I-DEDUCAO-CATALOGO FROM 1 BY 1
004226                 UNTIL I-DEDUCAO-CATALOGO > PCT-QTDE-DEDUCOES
004227                    OR I-DEDUCAO-CATALOGO > 10
004228         END-IF
004230     ELSE
004240         ADD 1 TO CONT-REJEITADOS
004242         IF LINHA-CATALOGO
004244             MOVE REGISTRO-LINHA-CATALOGO TO REG-ENTRADA-FORMAS
004246         END-IF
004250         MOVE REG-ENTRADA-FORMAS TO SUS-REGISTRO-ORIGINAL
004260         MOVE MOTIVO-REJEICAO-ATUAL TO SUS-MOTIVO-REJEICAO
004270         MOVE DATA-SISTEMA TO SUS-DATA-REJEICAO
004480*****************************************************************
004490 3000-VALIDA-REGISTRO.
004500     IF ENT-TIPO-LINHA NOT = SPACES AND NOT ENT-LINHA-DEDUCAO
004505        AND NOT ENT-LINHA-PECA-CATALOGO
004510         SET REGISTRO-INVALIDO TO TRUE
004520         SET MOTIVO-TIPO-LINHA TO TRUE
004530         GO TO 3000-VALIDA-REGISTRO-EXIT
005090     END-IF.
005100     PERFORM 3100-VALIDA-DIMENSOES-FORMA
005110         THRU 3100-VALIDA-DIMENSOES-FORMA-EXIT.
005111     IF REGISTRO-VALIDO AND LINHA-DIGITADA AND
005112        NOT ENT-LINHA-DEDUCAO AND ENT-CODIGO-PECA NOT = SPACES
005113         PERFORM 3510-LOCALIZA-PECA
005114             THRU 3510-LOCALIZA-PECA-EXIT
005115         IF I-PECA = ZEROES
005116             SET REGISTRO-INVALIDO TO TRUE
005117             SET MOTIVO-PECA-INEXISTENTE TO TRUE
005118             GO TO 3000-VALIDA-REGISTRO-EXIT
005119         END-IF
005120     END-IF.
005121     IF REGISTRO-VALIDO AND MESTRE-DISPONIVEL AND
005130        NOT ENT-LINHA-DEDUCAO
005140         PERFORM 3400-VERIFICA-DUPLICIDADE
005150             THRU 3400-VERIFICA-DUPLICIDADE-EXIT
006380     END-IF.
006390     IF MST-DATA-CALCULO = DATA-SISTEMA AND
006400        NOT MST-CANCELADO AND
006405        NOT MST-LINHA-RECORTE AND
006410        MST-FORMA = FORMA-COMPARACAO AND
006420        MST-LADO = LADO-COMPARACAO AND
006430        MST-ALTURA = ALTURA-COMPARACAO AND
006510 3420-COMPARA-MESTRE-EXIT.
006520     EXIT.
006530*****************************************************************
006531*  EXPANDE A LINHA P PELO CATALOGO DE PECAS: PROCURA A PECA,
006532*  RECUSA PECA INEXISTENTE, INATIVA OU COM MATERIAL INFORMADO
006533*  DIFERENTE DO CATALOGO, E MONTA NO PROPRIO REGISTRO DE ENTRADA
006534*  A LINHA DE PECA NORMAL (FORMA, UNIDADE, DIMENSOES E MATERIAL DO
006535*  CATALOGO; LOTE, QUANTIDADE E CODIGO DA PECA DA LINHA P), QUE
006536*  SEGUE PARA AS VALIDACOES DE SEMPRE.
006537*****************************************************************
006538 3500-EXPANDE-PECA-CATALOGO.
006539     PERFORM 3510-LOCALIZA-PECA
006540         THRU 3510-LOCALIZA-PECA-EXIT.
006541     IF I-PECA = ZEROES
006542         SET REGISTRO-INVALIDO TO TRUE
006543         SET MOTIVO-PECA-INEXISTENTE TO TRUE
006544         GO TO 3500-EXPANDE-PECA-CATALOGO-EXIT
006545     END-IF.
006546     MOVE TAB-PEC-REGISTRO (I-PECA) TO PECA-CATALOGO-TRABALHO.
006547     IF NOT PCT-PECA-ATIVA
006548         SET REGISTRO-INVALIDO TO TRUE
006549         SET MOTIVO-PECA-INATIVA TO TRUE
006550         GO TO 3500-EXPANDE-PECA-CATALOGO-EXIT
006551     END-IF.
006552     IF ENT-CODIGO-MATERIAL NOT = SPACES AND
006553        ENT-CODIGO-MATERIAL NOT = PCT-CODIGO-MATERIAL
006554         SET REGISTRO-INVALIDO TO TRUE
006555         SET MOTIVO-PECA-MATERIAL TO TRUE
006556         GO TO 3500-EXPANDE-PECA-CATALOGO-EXIT
006557     END-IF.
006558     MOVE PCT-CODIGO-FORMA TO ENT-CODIGO-FORMA.
006559     MOVE PCT-UNIDADE-MEDIDA TO ENT-UNIDADE-MEDIDA.
006560     MOVE PCT-DIMENSAO-1 TO ENT-DIMENSAO-1.
006561     MOVE PCT-DIMENSAO-2 TO ENT-DIMENSAO-2.
006562     MOVE PCT-DIMENSAO-3 TO ENT-DIMENSAO-3.
006563     MOVE PCT-CODIGO-MATERIAL TO ENT-CODIGO-MATERIAL.
006564     MOVE SPACES TO ENT-TIPO-LINHA.
006565 3500-EXPANDE-PECA-CATALOGO-EXIT.
006566     EXIT.
006567*****************************************************************
006568*  PROCURA O CODIGO DA PECA DO REGISTRO DE ENTRADA NA TABELA DO
006569*  CATALOGO; ACHANDO, DEVOLVE A POSICAO EM I-PECA.
006570*****************************************************************
006571 3510-LOCALIZA-PECA.
006572     MOVE ZEROES TO I-PECA.
006573     PERFORM 3520-PROCURA-PECA
006574         THRU 3520-PROCURA-PECA-EXIT
006575         VARYING I-BUSCA-PECA FROM 1 BY 1
006576         UNTIL I-BUSCA-PECA > QTD-PECAS-TABELA OR I-PECA > ZEROES.
006577 3510-LOCALIZA-PECA-EXIT.
006578     EXIT.
006579 3520-PROCURA-PECA.
006580     IF ENT-CODIGO-PECA = TAB-PEC-CODIGO (I-BUSCA-PECA)
006581         MOVE I-BUSCA-PECA TO I-PECA
006582     END-IF.
006583 3520-PROCURA-PECA-EXIT.
006584     EXIT.
006585*****************************************************************
006586*  GRAVA NO ARQUIVO LIMPO UMA LINHA DE DEDUCAO DA PECA DO
006587*  CATALOGO, LOGO DEPOIS DA LINHA DE PECA EXPANDIDA, COM O LOTE,
006588*  A UNIDADE E O MATERIAL DA PECA. A QUANTIDADE E A DE FUROS
006589*  IGUAIS POR PECA, COMO NA LINHA D DIGITADA.
006590*****************************************************************
006591 3600-GRAVA-DEDUCAO-CATALOGO.
006592     MOVE PCT-DED-CODIGO-FORMA (I-DEDUCAO-CATALOGO)
006593         TO ENT-CODIGO-FORMA.
006594     MOVE PCT-DED-DIMENSAO-1 (I-DEDUCAO-CATALOGO)
006595         TO ENT-DIMENSAO-1.
006596     MOVE PCT-DED-DIMENSAO-2 (I-DEDUCAO-CATALOGO)
006597         TO ENT-DIMENSAO-2.
006598     MOVE PCT-DED-DIMENSAO-3 (I-DEDUCAO-CATALOGO)
006599         TO ENT-DIMENSAO-3.
006600     MOVE PCT-DED-QUANTIDADE (I-DEDUCAO-CATALOGO)
006601         TO ENT-QUANTIDADE.
006602     SET ENT-LINHA-DEDUCAO TO TRUE.
006603     WRITE REG-ENTRADA-LIMPA FROM REG-ENTRADA-FORMAS.
006604     ADD 1 TO CONT-DEDUCOES-CATALOGO.
006605 3600-GRAVA-DEDUCAO-CATALOGO-EXIT.
006606     EXIT.
006607*****************************************************************
006608*  GRAVA UMA LINHA NO RELATORIO DE CRITICA PARA O REGISTRO QUE
006609*  ACABOU DE SER REJEITADO, COM O CODIGO E A DESCRICAO DO
006610*  MOTIVO. QUEBRA DE PAGINA QUANDO ATINGE O LIMITE DE LINHAS.
006611*****************************************************************
006612 8000-GRAVA-DETALHE-CRITICA.
006613     MOVE REG-ENTRADA-FORMAS TO CRT-REGISTRO.
006614     MOVE MOTIVO-REJEICAO-ATUAL TO CRT-MOTIVO.
006615     EVALUATE TRUE
006620         WHEN MOTIVO-FORMA-INVALIDA
006630             MOVE "CODIGO DE FORMA INVALIDO" TO CRT-DESCRICAO
006640         WHEN MOTIVO-UNIDADE-INVALIDA
006790             MOVE "TIPO DE LINHA INVALIDO" TO CRT-DESCRICAO
006800         WHEN MOTIVO-DEDUCAO-SEM-MAE
006810             MOVE "DEDUCAO SEM LINHA DE PECA VALIDA"
006811                 TO CRT-DESCRICAO
006812         WHEN MOTIVO-PECA-INEXISTENTE
006813             MOVE "PECA NAO CADASTRADA NO CATALOGO"
006814                 TO CRT-DESCRICAO
006815         WHEN MOTIVO-PECA-INATIVA
006816             MOVE "PECA INATIVA NO CATALOGO" TO CRT-DESCRICAO
006817         WHEN MOTIVO-PECA-MATERIAL
006818             MOVE "MATERIAL DIFERENTE DO CATALOGO"
006820                 TO CRT-DESCRICAO
006830         WHEN OTHER
006840             MOVE "MOTIVO NAO CLASSIFICADO" TO CRT-DESCRICAO
007570     MOVE CONT-ACEITOS TO TOT-ACEITOS.
007580     MOVE CONT-REJEITADOS TO TOT-REJEITADOS.
007590     WRITE REG-RELATORIO-CRITICA FROM LINHA-TOTAL-CRITICA.
007591     IF CONT-LINHAS-CATALOGO > ZEROES
007592         MOVE CONT-LINHAS-CATALOGO TO TOT-LINHAS-CATALOGO
007593         MOVE CONT-DEDUCOES-CATALOGO TO TOT-DEDUCOES-CATALOGO
007594         WRITE REG-RELATORIO-CRITICA FROM LINHA-TOTAL-CATALOGO
007595     END-IF.
007600     DISPLAY "CRITICA DE ENTRADA - LIDOS: " CONT-LIDOS
007610         " ACEITOS: " CONT-ACEITOS
007620         " REJEITADOS: " CONT-REJEITADOS.
