000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASU.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - RECORTE DE PECA
000120*                      REFUGADA. RECEBE A CHAVE LOTE/SEQUENCIA DA
000130*                      LINHA ORIGINAL DO MESTRE, A QUANTIDADE DE
000140*                      PECAS A RECORTAR, O MOTIVO (D-DIMENSAO
000150*                      ERRADA, T-FALHA DA TOCHA, M-DEFEITO DO
000160*                      MATERIAL, A-AVARIA NO MANUSEIO) E O
000170*                      OPERADOR RESPONSAVEL (DO AMBIENTE, PARA USO
000180*                      EM SCRIPT, OU VIA ACCEPT DE CONSOLE COM
000190*                      CONFIRMACAO). GRAVA NO MESTRE DE HISTORICO
000200*                      UMA LINHA NOVA NO FIM DO LOTE, MARCADA COMO
000210*                      RECORTE (MST-RECORTE) E LIGADA A LINHA
000220*                      ORIGINAL, QUE FICA INTACTA; GRAVA A LINHA
000230*                      DE AUDITORIA (SHPAUD) E O REGISTRO DA
000240*                      INTERFACE DE PEDIDO (SHPMAT) DA LINHA NOVA,
000250*                      NUMA GERACAO PROPRIA, PARA O AREASP PEDIR
000260*                      O MATERIAL DE REPOSICAO, E A INCLUSAO NO
000270*                      DIARIO DO MESTRE (SHPJRN). OPERADOR E
000280*                      RESPONSAVEL SAO VALIDADOS CONTRA O OPRMSTR.
000290*                      RECUSADO COM O DIA DE PROCESSAMENTO
000300*                      FECHADO, COM O LOTE ENCERRADO NO LOTMSTR OU
000310*                      COM PARAMETRO INVALIDO (CODIGO 12) E COM A
000320*                      TRAVA SHPLCK PRESA (CODIGO 16). LINHA
000330*                      ORIGINAL NAO ACHADA OU CANCELADA TERMINA
000340*                      COM 4; FALHA DE ARQUIVO COM 8.
000350*****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ARQ-MESTRE-HISTORICO ASSIGN TO SHPMSTR
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS MST-CHAVE
000430         FILE STATUS IS FS-MESTRE-HISTORICO.
000440     SELECT ARQ-INTERFACE-PEDIDO ASSIGN TO SHPMAT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-INTERFACE-PEDIDO.
000470     SELECT ARQ-AUDITORIA ASSIGN TO SHPAUD
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS FS-AUDITORIA.
000500     SELECT ARQ-DIARIO-MESTRE ASSIGN TO SHPJRN
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-DIARIO-MESTRE.
000530     SELECT ARQ-OPERADORES ASSIGN TO OPRMSTR
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-OPERADORES.
000560     SELECT ARQ-LOTES ASSIGN TO LOTMSTR
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-LOTES.
000590     SELECT ARQ-TRAVA-EXECUCAO ASSIGN TO SHPLCK
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS FS-TRAVA-EXECUCAO.
000620     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  ARQ-MESTRE-HISTORICO.
000680 01  REG-MESTRE-HISTORICO.
000690     COPY MSTHST.
000700 FD  ARQ-INTERFACE-PEDIDO
000710     RECORDING MODE IS F.
000720 01  REG-INTERFACE-PEDIDO.
000730     COPY PEDMAT.
000740 FD  ARQ-AUDITORIA
000750     RECORDING MODE IS F.
000760 01  REG-AUDITORIA                PIC X(120).
000770 FD  ARQ-DIARIO-MESTRE
000780     RECORDING MODE IS F.
000790 01  REG-DIARIO-MESTRE.
000800     COPY MSTJRN.
000810 FD  ARQ-OPERADORES
000820     RECORDING MODE IS F.
000830 01  REG-OPERADORES.
000840     05  OPR-ID                  PIC X(08).
000850     05  OPR-NOME                PIC X(30).
000860     05  OPR-NIVEL               PIC X(01).
000870 FD  ARQ-LOTES
000880     RECORDING MODE IS F.
000890 01  REG-LOTES.
000900     COPY LOTMST.
000910 FD  ARQ-TRAVA-EXECUCAO
000920     RECORDING MODE IS F.
000930 01  REG-TRAVA-EXECUCAO.
000940     05  TRV-DATA                PIC 9(08).
000950     05  FILLER                  PIC X(01).
000960     05  TRV-HORA                PIC 9(06).
000970     05  FILLER                  PIC X(01).
000980     05  TRV-OPERADOR            PIC X(08).
000990 FD  ARQ-DATA-PROCESSAMENTO
001000     RECORDING MODE IS F.
001010 01  REG-DATA-PROCESSAMENTO.
001020     COPY DATPRC.
001030 WORKING-STORAGE SECTION.
001040 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
001050     88  ERRO-EXECUCAO               VALUE "S".
001060 01  SW-MODO-AMBIENTE        PIC X(01) VALUE "N".
001070     88  MODO-AMBIENTE               VALUE "S".
001080     88  MODO-CONSOLE                VALUE "N".
001090 01  SW-OPERADOR-VALIDADO    PIC X(01) VALUE "N".
001100     88  OPERADOR-AUTORIZADO        VALUE "S".
001110     88  OPERADOR-RECUSADO          VALUE "N".
001120 01  SW-RESPONSAVEL-VALIDADO PIC X(01) VALUE "N".
001130     88  RESPONSAVEL-CADASTRADO     VALUE "S".
001140     88  RESPONSAVEL-DESCONHECIDO   VALUE "N".
001150 01  SW-FIM-OPERADORES       PIC X(01) VALUE "N".
001160     88  FIM-OPERADORES             VALUE "S".
001170     88  NAO-FIM-OPERADORES         VALUE "N".
001180 01  SW-FIM-LOTES            PIC X(01) VALUE "N".
001190     88  FIM-LOTES                   VALUE "S".
001200     88  NAO-FIM-LOTES               VALUE "N".
001210 01  SW-LOTE-ACHADO          PIC X(01) VALUE "N".
001220     88  LOTE-ACHADO                 VALUE "S".
001230 01  SW-FIM-PEDIDO           PIC X(01) VALUE "N".
001240     88  FIM-PEDIDO                  VALUE "S".
001250 01  SW-PEDIDO-ACHADO        PIC X(01) VALUE "N".
001260     88  PEDIDO-ACHADO               VALUE "S".
001270     88  PEDIDO-NAO-ACHADO           VALUE "N".
001280 01  SW-CONFIRMACAO          PIC X(01) VALUE "N".
001290     88  RECORTE-CONFIRMADO          VALUE "S".
001300 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
001310 77  FS-INTERFACE-PEDIDO     PIC X(02) VALUE ZEROES.
001320 77  FS-AUDITORIA            PIC X(02) VALUE ZEROES.
001330 77  FS-DIARIO-MESTRE        PIC X(02) VALUE ZEROES.
001340 77  FS-OPERADORES           PIC X(02) VALUE ZEROES.
001350 77  FS-LOTES                PIC X(02) VALUE ZEROES.
001360 77  FS-TRAVA-EXECUCAO       PIC X(02) VALUE ZEROES.
001370 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
001380 01  SW-DIA-PROCESSAMENTO    PIC X(01) VALUE "A".
001390     88  DIA-PROCESSAMENTO-ABERTO   VALUE "A".
001400     88  DIA-PROCESSAMENTO-FECHADO  VALUE "F".
001410 77  ENV-LOTE                PIC X(10).
001420 77  ENV-SEQUENCIA           PIC X(04).
001430 77  ENV-QUANTIDADE          PIC X(03).
001440 77  OPERADOR-ID             PIC X(08) VALUE SPACES.
001450 77  NOME-OPERADOR-ATUAL     PIC X(30) VALUE SPACES.
001460 77  RESPONSAVEL-ID          PIC X(08) VALUE SPACES.
001470 77  NOME-RESPONSAVEL        PIC X(30) VALUE SPACES.
001480 77  MOTIVO-RECORTE          PIC X(01) VALUE SPACES.
001490     88  MOTIVO-RECORTE-VALIDO      VALUE "D" "T" "M" "A".
001500 77  JOB-LOTE-ORIGINAL       PIC X(10) VALUE SPACES.
001510 77  SEQUENCIA-ORIGINAL      PIC 9(04) VALUE ZEROES.
001520 77  QUANTIDADE-RECORTE      PIC 9(03) VALUE ZEROES.
001530 77  SEQUENCIA-RECORTE       PIC 9(04) VALUE ZEROES.
001540 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
001550 77  HORA-SISTEMA            PIC 9(08) VALUE ZEROES.
001560 01  ID-EXECUCAO.
001570     05  ID-EXEC-DATA        PIC 9(08).
001580     05  ID-EXEC-HORA        PIC 9(06).
001590*-----------------------------------------------------------------
001600*  COPIA DA LINHA ORIGINAL: O REGISTRO DO MESTRE E REUSADO NA
001610*  BUSCA DA ULTIMA SEQUENCIA DO LOTE E NA GRAVACAO DO RECORTE.
001620*-----------------------------------------------------------------
001630 01  MESTRE-ORIGINAL.
001640     COPY MSTHST REPLACING LEADING ==MST== BY ==ORG==.
001650 01  PEDIDO-ORIGINAL.
001660     05  ORI-PERC-PERDA      PIC 9(2)V99.
001670     05  ORI-ORIGEM          PIC X(01).
001680     05  ORI-LARGURA-ENVOLVENTE PIC 9(4)V99.
001690     05  ORI-COMPRIMENTO-ENVOLVENTE PIC 9(4)V99.
001700 01  VALORES-RECORTE.
001710     05  REC-AREA-LIQUIDA    PIC 9(10)V99.
001720     05  REC-AREA-BRUTA      PIC 9(10)V99.
001730     05  REC-PESO-UNITARIO   PIC 9(6)V99.
001740     05  REC-PESO-TOTAL      PIC 9(8)V99.
001750     COPY AUDLIN.
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INICIALIZA
001790         THRU 1000-INICIALIZA-EXIT.
001800     IF ERRO-EXECUCAO OR OPERADOR-RECUSADO
001810         GO TO 9999-FIM-PROGRAMA
001820     END-IF.
001830     PERFORM 2000-LOCALIZA-ORIGINAL
001840         THRU 2000-LOCALIZA-ORIGINAL-EXIT.
001850     IF ERRO-EXECUCAO
001860         PERFORM 9000-FINALIZA
001870             THRU 9000-FINALIZA-EXIT
001880         GO TO 9999-FIM-PROGRAMA
001890     END-IF.
001900     PERFORM 2500-CONFIRMA-RECORTE
001910         THRU 2500-CONFIRMA-RECORTE-EXIT.
001920     IF RECORTE-CONFIRMADO
001930         PERFORM 3000-BUSCA-PEDIDO-ORIGINAL
001940             THRU 3000-BUSCA-PEDIDO-ORIGINAL-EXIT
001950         PERFORM 4000-EXECUTA-RECORTE
001960             THRU 4000-EXECUTA-RECORTE-EXIT
001970     ELSE
001980         DISPLAY "RECORTE ABANDONADO - NADA FOI GRAVADO."
001990     END-IF.
002000     PERFORM 9000-FINALIZA
002010         THRU 9000-FINALIZA-EXIT.
002020     GO TO 9999-FIM-PROGRAMA.
002030*****************************************************************
002040*  INICIALIZACAO - CAPTURA A CHAVE DA LINHA ORIGINAL, A
002050*  QUANTIDADE, O MOTIVO, O RESPONSAVEL E O OPERADOR (DO AMBIENTE
002060*  QUANDO INFORMADOS - LOTE, SEQUENCIA, RECORTE_QTDE,
002070*  RECORTE_MOTIVO, RECORTE_RESPONSAVEL E OPERADOR_ID - OU VIA
002080*  ACCEPT DE CONSOLE), VALIDA TUDO, CONFERE O DIA E A TRAVA E
002090*  ABRE O MESTRE EM I-O. QUANTIDADE EM BRANCO VALE UMA PECA.
002100*****************************************************************
002110 1000-INICIALIZA.
002120     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
002130         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
002140     MOVE SPACES TO ENV-LOTE.
002150     ACCEPT ENV-LOTE FROM ENVIRONMENT "LOTE".
002160     IF ENV-LOTE NOT = SPACES
002170         SET MODO-AMBIENTE TO TRUE
002180         MOVE ENV-LOTE TO JOB-LOTE-ORIGINAL
002190         MOVE SPACES TO ENV-SEQUENCIA
002200         ACCEPT ENV-SEQUENCIA FROM ENVIRONMENT "SEQUENCIA"
002210         IF ENV-SEQUENCIA IS NUMERIC
002220             MOVE ENV-SEQUENCIA TO SEQUENCIA-ORIGINAL
002230         END-IF
002240         MOVE SPACES TO ENV-QUANTIDADE
002250         ACCEPT ENV-QUANTIDADE FROM ENVIRONMENT "RECORTE_QTDE"
002260         IF ENV-QUANTIDADE IS NUMERIC
002270             MOVE ENV-QUANTIDADE TO QUANTIDADE-RECORTE
002280         END-IF
002290         ACCEPT MOTIVO-RECORTE FROM ENVIRONMENT "RECORTE_MOTIVO"
002300         ACCEPT RESPONSAVEL-ID
002310             FROM ENVIRONMENT "RECORTE_RESPONSAVEL"
002320         MOVE SPACES TO OPERADOR-ID
002330         ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
002340     ELSE
002350         DISPLAY "INFORME O ID DO OPERADOR: "
002360         ACCEPT OPERADOR-ID
002370         DISPLAY "LOTE/JOB DA LINHA A RECORTAR: "
002380         ACCEPT JOB-LOTE-ORIGINAL
002390         DISPLAY "SEQUENCIA DA LINHA A RECORTAR: "
002400         ACCEPT SEQUENCIA-ORIGINAL
002410         DISPLAY "QUANTIDADE DE PECAS A RECORTAR: "
002420         ACCEPT QUANTIDADE-RECORTE
002430         DISPLAY "MOTIVO (D-DIMENSAO ERRADA / T-FALHA DA TOCHA / "
002440             "M-DEFEITO DO MATERIAL / A-AVARIA NO MANUSEIO): "
002450         ACCEPT MOTIVO-RECORTE
002460         DISPLAY "ID DO OPERADOR RESPONSAVEL PELO REFUGO: "
002470         ACCEPT RESPONSAVEL-ID
002480     END-IF.
002490     IF QUANTIDADE-RECORTE = ZEROES
002500         MOVE 1 TO QUANTIDADE-RECORTE
002510     END-IF.
002520     IF JOB-LOTE-ORIGINAL = SPACES OR SEQUENCIA-ORIGINAL = ZEROES
002530         DISPLAY "ERRO - LOTE E SEQUENCIA SAO OBRIGATORIOS."
002540         SET ERRO-EXECUCAO TO TRUE
002550         MOVE 12 TO RETURN-CODE
002560         GO TO 1000-INICIALIZA-EXIT
002570     END-IF.
002580     IF NOT MOTIVO-RECORTE-VALIDO
002590         DISPLAY "ERRO - MOTIVO DO RECORTE INVALIDO: "
002600             MOTIVO-RECORTE
002610             " (D, T, M OU A)."
002620         SET ERRO-EXECUCAO TO TRUE
002630         MOVE 12 TO RETURN-CODE
002640         GO TO 1000-INICIALIZA-EXIT
002650     END-IF.
002660     IF RESPONSAVEL-ID = SPACES
002670         DISPLAY "ERRO - OPERADOR RESPONSAVEL E OBRIGATORIO."
002680         SET ERRO-EXECUCAO TO TRUE
002690         MOVE 12 TO RETURN-CODE
002700         GO TO 1000-INICIALIZA-EXIT
002710     END-IF.
002720     PERFORM 1100-VALIDA-OPERADOR
002730         THRU 1100-VALIDA-OPERADOR-EXIT.
002740     IF OPERADOR-RECUSADO
002750         GO TO 1000-INICIALIZA-EXIT
002760     END-IF.
002770     IF RESPONSAVEL-DESCONHECIDO
002780         DISPLAY "ERRO - OPERADOR RESPONSAVEL NAO CADASTRADO: "
002790             RESPONSAVEL-ID
002800         SET ERRO-EXECUCAO TO TRUE
002810         MOVE 12 TO RETURN-CODE
002820         GO TO 1000-INICIALIZA-EXIT
002830     END-IF.
002840     IF DIA-PROCESSAMENTO-FECHADO
002850         DISPLAY "ERRO - DIA DE PROCESSAMENTO " DATA-SISTEMA
002860             " FECHADO - RECORTE RECUSADO. ABRA O DIA (AREASN)."
002870         SET ERRO-EXECUCAO TO TRUE
002880         MOVE 12 TO RETURN-CODE
002890         GO TO 1000-INICIALIZA-EXIT
002900     END-IF.
002910     PERFORM 1200-CONFERE-LOTE
002920         THRU 1200-CONFERE-LOTE-EXIT.
002930     IF ERRO-EXECUCAO
002940         GO TO 1000-INICIALIZA-EXIT
002950     END-IF.
002960     PERFORM 1300-CONFERE-TRAVA
002970         THRU 1300-CONFERE-TRAVA-EXIT.
002980     IF ERRO-EXECUCAO
002990         GO TO 1000-INICIALIZA-EXIT
003000     END-IF.
003010     OPEN I-O ARQ-MESTRE-HISTORICO.
003020     IF FS-MESTRE-HISTORICO NOT = "00"
003030         DISPLAY "ERRO - MESTRE DE HISTORICO NAO ABERTO - "
003040             "STATUS: " FS-MESTRE-HISTORICO
003050         SET ERRO-EXECUCAO TO TRUE
003060         MOVE 8 TO RETURN-CODE
003070     END-IF.
003080 1000-INICIALIZA-EXIT.
003090     EXIT.
003100*****************************************************************
003110*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
003120*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
003130*  SISTEMA, COM AVISO. A SITUACAO DO DIA (ABERTO/FECHADO)
003140*  FICA EM SW-DIA-PROCESSAMENTO.
003150*****************************************************************
003160 1050-OBTEM-DATA-PROCESSAMENTO.
003170     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
003180     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
003190     IF FS-DATA-PROCESSAMENTO NOT = "00"
003200         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
003210             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
003220         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
003230     END-IF.
003240     READ ARQ-DATA-PROCESSAMENTO
003250         AT END
003260             MOVE SPACES TO REG-DATA-PROCESSAMENTO
003270     END-READ.
003280     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
003290         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
003300         MOVE DPR-SITUACAO TO SW-DIA-PROCESSAMENTO
003310     ELSE
003320         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
003330             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
003340     END-IF.
003350     CLOSE ARQ-DATA-PROCESSAMENTO.
003360 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
003370     EXIT.
003380*****************************************************************
003390*  VALIDA O OPERADOR E O RESPONSAVEL CONTRA O CADASTRO DE
003400*  OPERADORES (OPRMSTR), NUMA UNICA PASSADA, COMO NO ESTORNO
003410*  (AREASR). OPERADOR DESCONHECIDO E RECUSADO COM CODIGO DE
003420*  RETORNO 12.
003430*****************************************************************
003440 1100-VALIDA-OPERADOR.
003450     OPEN INPUT ARQ-OPERADORES.
003460     IF FS-OPERADORES NOT = "00"
003470         DISPLAY "ERRO - CADASTRO DE OPERADORES (OPRMSTR) NAO "
003480             "ABERTO - STATUS: " FS-OPERADORES
003490         MOVE 12 TO RETURN-CODE
003500         GO TO 1100-VALIDA-OPERADOR-EXIT
003510     END-IF.
003520     SET NAO-FIM-OPERADORES TO TRUE.
003530     PERFORM 1110-PROCURA-OPERADOR
003540         THRU 1110-PROCURA-OPERADOR-EXIT
003550         UNTIL FIM-OPERADORES OR
003560               (OPERADOR-AUTORIZADO AND RESPONSAVEL-CADASTRADO).
003570     CLOSE ARQ-OPERADORES.
003580     IF OPERADOR-RECUSADO
003590         DISPLAY "ERRO - OPERADOR NAO CADASTRADO: " OPERADOR-ID
003600         MOVE 12 TO RETURN-CODE
003610     END-IF.
003620 1100-VALIDA-OPERADOR-EXIT.
003630     EXIT.
003640 1110-PROCURA-OPERADOR.
003650     READ ARQ-OPERADORES
003660         AT END
003670             SET FIM-OPERADORES TO TRUE
003680             GO TO 1110-PROCURA-OPERADOR-EXIT
003690     END-READ.
003700     IF OPR-ID = OPERADOR-ID
003710         SET OPERADOR-AUTORIZADO TO TRUE
003720         MOVE OPR-NOME TO NOME-OPERADOR-ATUAL
003730         DISPLAY "OPERADOR: " OPERADOR-ID " - "
003740             NOME-OPERADOR-ATUAL
003750     END-IF.
003760     IF OPR-ID = RESPONSAVEL-ID
003770         SET RESPONSAVEL-CADASTRADO TO TRUE
003780         MOVE OPR-NOME TO NOME-RESPONSAVEL
003790     END-IF.
003800 1110-PROCURA-OPERADOR-EXIT.
003810     EXIT.
003820*****************************************************************
003830*  CONFERE O LOTE NO CADASTRO (LOTMSTR): RECORTE DE LOTE
003840*  ENCERRADO E RECUSADO - O LOTE TEM DE SER REABERTO (AREASL)
003850*  ANTES, PARA A PECA NOVA NAO FICAR FORA DO CUSTO E DO
003860*  EMBARQUE. LOTE FORA DO CADASTRO SO AVISA; O MESTRE DECIDE.
003870*****************************************************************
003880 1200-CONFERE-LOTE.
003890     OPEN INPUT ARQ-LOTES.
003900     IF FS-LOTES NOT = "00"
003910         DISPLAY "AVISO - CADASTRO DE LOTES (LOTMSTR) NAO ABERTO "
003920             "- SITUACAO DO LOTE NAO CONFERIDA."
003930         GO TO 1200-CONFERE-LOTE-EXIT
003940     END-IF.
003950     SET NAO-FIM-LOTES TO TRUE.
003960     PERFORM 1210-PROCURA-LOTE
003970         THRU 1210-PROCURA-LOTE-EXIT
003980         UNTIL FIM-LOTES OR LOTE-ACHADO.
003990     CLOSE ARQ-LOTES.
004000     IF NOT LOTE-ACHADO
004010         DISPLAY "AVISO - LOTE " JOB-LOTE-ORIGINAL
004020             " FORA DO CADASTRO DE LOTES."
004030         GO TO 1200-CONFERE-LOTE-EXIT
004040     END-IF.
004050     IF LOT-ENCERRADO
004060         DISPLAY "ERRO - LOTE " JOB-LOTE-ORIGINAL " ENCERRADO - "
004070             "RECORTE RECUSADO. REABRA O LOTE (AREASL)."
004080         SET ERRO-EXECUCAO TO TRUE
004090         MOVE 12 TO RETURN-CODE
004100     END-IF.
004110 1200-CONFERE-LOTE-EXIT.
004120     EXIT.
004130 1210-PROCURA-LOTE.
004140     READ ARQ-LOTES
004150         AT END
004160             SET FIM-LOTES TO TRUE
004170             GO TO 1210-PROCURA-LOTE-EXIT
004180     END-READ.
004190     IF LOT-CODIGO = JOB-LOTE-ORIGINAL
004200         SET LOTE-ACHADO TO TRUE
004210     END-IF.
004220 1210-PROCURA-LOTE-EXIT.
004230     EXIT.
004240*****************************************************************
004250*  CONFERE A TRAVA DE EXECUCAO (SHPLCK): COM UMA RODADA DO
004260*  CALCULO NO AR A SEQUENCIA NOVA DO LOTE PODERIA COLIDIR COM A
004270*  DELA. ARQUIVO AUSENTE OU VAZIO = LIVRE; TRAVA PRESA RECUSA O
004280*  RECORTE COM CODIGO 16.
004290*****************************************************************
004300 1300-CONFERE-TRAVA.
004310     OPEN INPUT ARQ-TRAVA-EXECUCAO.
004320     IF FS-TRAVA-EXECUCAO NOT = "00"
004330         GO TO 1300-CONFERE-TRAVA-EXIT
004340     END-IF.
004350     READ ARQ-TRAVA-EXECUCAO
004360         AT END
004370             CONTINUE
004380     END-READ.
004390     IF FS-TRAVA-EXECUCAO = "00"
004400         DISPLAY "ERRO - TRAVA DE EXECUCAO PRESA DESDE " TRV-DATA
004410             " " TRV-HORA " (OPERADOR " TRV-OPERADOR ") - "
004420             "RECORTE RECUSADO. AGUARDE O TERMINO DA RODADA."
004430         SET ERRO-EXECUCAO TO TRUE
004440         MOVE 16 TO RETURN-CODE
004450     END-IF.
004460     CLOSE ARQ-TRAVA-EXECUCAO.
004470 1300-CONFERE-TRAVA-EXIT.
004480     EXIT.
004490*****************************************************************
004500*  LE NO MESTRE A LINHA ORIGINAL. CHAVE INEXISTENTE OU LINHA
004510*  CANCELADA TERMINAM COM CODIGO 4; QUANTIDADE MAIOR QUE A DA
004520*  LINHA, COM 12. A LINHA E GUARDADA EM MESTRE-ORIGINAL.
004530*****************************************************************
004540 2000-LOCALIZA-ORIGINAL.
004550     MOVE JOB-LOTE-ORIGINAL TO MST-JOB-LOTE.
004560     MOVE SEQUENCIA-ORIGINAL TO MST-SEQUENCIA.
004570     READ ARQ-MESTRE-HISTORICO.
004580     IF FS-MESTRE-HISTORICO NOT = "00"
004590         DISPLAY "ERRO - CHAVE NAO ENCONTRADA NO MESTRE: "
004600             JOB-LOTE-ORIGINAL " " SEQUENCIA-ORIGINAL
004610         SET ERRO-EXECUCAO TO TRUE
004620         MOVE 4 TO RETURN-CODE
004630         GO TO 2000-LOCALIZA-ORIGINAL-EXIT
004640     END-IF.
004650     IF MST-CANCELADO
004660         DISPLAY "ERRO - LINHA CANCELADA NAO PODE SER RECORTADA: "
004670             JOB-LOTE-ORIGINAL " " SEQUENCIA-ORIGINAL
004680         SET ERRO-EXECUCAO TO TRUE
004690         MOVE 4 TO RETURN-CODE
004700         GO TO 2000-LOCALIZA-ORIGINAL-EXIT
004710     END-IF.
004720     IF MST-QUANTIDADE IS NUMERIC AND
004730        QUANTIDADE-RECORTE > MST-QUANTIDADE
004740         DISPLAY "ERRO - QUANTIDADE A RECORTAR ("
004750             QUANTIDADE-RECORTE
004760             ") MAIOR QUE A DA LINHA (" MST-QUANTIDADE ")."
004770         SET ERRO-EXECUCAO TO TRUE
004780         MOVE 12 TO RETURN-CODE
004790         GO TO 2000-LOCALIZA-ORIGINAL-EXIT
004800     END-IF.
004810     MOVE REG-MESTRE-HISTORICO TO MESTRE-ORIGINAL.
004820 2000-LOCALIZA-ORIGINAL-EXIT.
004830     EXIT.
004840*****************************************************************
004850*  MOSTRA A LINHA ORIGINAL E O RECORTE PEDIDO E PEDE CONFIRMACAO
004860*  NO MODO CONSOLE; COM A CHAVE DO AMBIENTE (SCRIPT) O RECORTE E
004870*  CONFIRMADO SEM PERGUNTA.
004880*****************************************************************
004890 2500-CONFIRMA-RECORTE.
004900     DISPLAY "LINHA ORIGINAL - LOTE: " ORG-JOB-LOTE
004910         " SEQ: " ORG-SEQUENCIA " DATA: " ORG-DATA-CALCULO.
004920     DISPLAY "FORMA: " ORG-FORMA " AREA: " ORG-AREA
004930         " QTDE: " ORG-QUANTIDADE " MATERIAL: "
004940         ORG-CODIGO-MATERIAL.
004950     DISPLAY "RECORTE: " QUANTIDADE-RECORTE " PECA(S) - MOTIVO "
004960         MOTIVO-RECORTE " - RESPONSAVEL " RESPONSAVEL-ID " - "
004970         NOME-RESPONSAVEL.
004980     IF MODO-AMBIENTE
004990         SET RECORTE-CONFIRMADO TO TRUE
005000         GO TO 2500-CONFIRMA-RECORTE-EXIT
005010     END-IF.
005020     DISPLAY "CONFIRMA O RECORTE (S/N)? ".
005030     ACCEPT SW-CONFIRMACAO.
005040 2500-CONFIRMA-RECORTE-EXIT.
005050     EXIT.
005060*****************************************************************
005070*  PROCURA NO SHPMAT O REGISTRO DA LINHA ORIGINAL (O ULTIMO
005080*  NAO-ESTORNO GRAVADO PARA ELA) PARA O RECORTE SAIR COM A MESMA
005090*  PERDA, ORIGEM E RETANGULO ENVOLVENTE. SEM ELE, PERDA ZERO,
005100*  CHAPA NOVA E RETANGULO EM BRANCO (O AREASP ENCAIXA PELA AREA).
005110*****************************************************************
005120 3000-BUSCA-PEDIDO-ORIGINAL.
005130     MOVE ZEROES TO ORI-PERC-PERDA ORI-LARGURA-ENVOLVENTE
005140         ORI-COMPRIMENTO-ENVOLVENTE.
005150     MOVE "N" TO ORI-ORIGEM.
005160     OPEN INPUT ARQ-INTERFACE-PEDIDO.
005170     IF FS-INTERFACE-PEDIDO NOT = "00"
005180         DISPLAY "AVISO - INTERFACE DE PEDIDO NAO ABERTA PARA "
005190             "CONSULTA - RECORTE SEM PERDA."
005200         GO TO 3000-BUSCA-PEDIDO-ORIGINAL-EXIT
005210     END-IF.
005220     PERFORM 3100-VARRE-PEDIDO
005230         THRU 3100-VARRE-PEDIDO-EXIT
005240         UNTIL FIM-PEDIDO.
005250     CLOSE ARQ-INTERFACE-PEDIDO.
005260     IF PEDIDO-NAO-ACHADO
005270         DISPLAY "AVISO - REGISTRO ORIGINAL NAO ACHADO NO SHPMAT "
005280             "- RECORTE SEM PERDA."
005290     END-IF.
005300 3000-BUSCA-PEDIDO-ORIGINAL-EXIT.
005310     EXIT.
005320 3100-VARRE-PEDIDO.
005330     READ ARQ-INTERFACE-PEDIDO
005340         AT END
005350             SET FIM-PEDIDO TO TRUE
005360             GO TO 3100-VARRE-PEDIDO-EXIT
005370     END-READ.
005380     IF PED-JOB-LOTE = JOB-LOTE-ORIGINAL AND
005390        PED-SEQUENCIA IS NUMERIC AND
005400        PED-SEQUENCIA = SEQUENCIA-ORIGINAL AND
005410        NOT PED-MOV-ESTORNO
005420         SET PEDIDO-ACHADO TO TRUE
005430         MOVE PED-PERC-PERDA TO ORI-PERC-PERDA
005440         MOVE PED-ORIGEM-SUGERIDA TO ORI-ORIGEM
005450         MOVE PED-LARGURA-ENVOLVENTE TO ORI-LARGURA-ENVOLVENTE
005460         MOVE PED-COMPRIMENTO-ENVOLVENTE
005470             TO ORI-COMPRIMENTO-ENVOLVENTE
005480     END-IF.
005490 3100-VARRE-PEDIDO-EXIT.
005500     EXIT.
005510*****************************************************************
005520*  EXECUTA O RECORTE: ACHA A PROXIMA SEQUENCIA LIVRE DO LOTE,
005530*  GRAVA A LINHA NOVA NO MESTRE (COPIA DA ORIGINAL COM A
005540*  QUANTIDADE DO RECORTE, DATA DE PROCESSAMENTO, SITUACAO P E OS
005550*  DADOS DO RECORTE), A INCLUSAO NO DIARIO, O REGISTRO DA
005560*  INTERFACE DE PEDIDO E A LINHA DE AUDITORIA.
005570*****************************************************************
005580 4000-EXECUTA-RECORTE.
005590     PERFORM 4050-LOCALIZA-ULTIMA-SEQUENCIA
005600         THRU 4050-LOCALIZA-ULTIMA-SEQUENCIA-EXIT.
005610     IF SEQUENCIA-RECORTE = 9999
005620         DISPLAY "ERRO - LOTE " JOB-LOTE-ORIGINAL
005630             " SEM SEQUENCIA "
005640             "LIVRE NO MESTRE."
005650         SET ERRO-EXECUCAO TO TRUE
005660         MOVE 8 TO RETURN-CODE
005670         GO TO 4000-EXECUTA-RECORTE-EXIT
005680     END-IF.
005690     ADD 1 TO SEQUENCIA-RECORTE.
005700     MOVE MESTRE-ORIGINAL TO REG-MESTRE-HISTORICO.
005710     MOVE SEQUENCIA-RECORTE TO MST-SEQUENCIA.
005720     MOVE DATA-SISTEMA TO MST-DATA-CALCULO.
005730     MOVE QUANTIDADE-RECORTE TO MST-QUANTIDADE.
005740     SET MST-PENDENTE-TRANSMISSAO TO TRUE.
005750     SET MST-LINHA-RECORTE TO TRUE.
005760     MOVE SEQUENCIA-ORIGINAL TO MST-SEQUENCIA-ORIGEM.
005770     MOVE MOTIVO-RECORTE TO MST-MOTIVO-RECORTE.
005780     MOVE RESPONSAVEL-ID TO MST-OPERADOR-RECORTE.
005790     IF MST-PESO-UNITARIO NOT NUMERIC
005800         MOVE ZEROES TO MST-PESO-UNITARIO
005810     END-IF.
005820     WRITE REG-MESTRE-HISTORICO
005830         INVALID KEY
005840             DISPLAY "ERRO AO GRAVAR O RECORTE NO MESTRE: "
005850                 MST-CHAVE " - STATUS: " FS-MESTRE-HISTORICO
005860             SET ERRO-EXECUCAO TO TRUE
005870             MOVE 8 TO RETURN-CODE
005880             GO TO 4000-EXECUTA-RECORTE-EXIT
005890     END-WRITE.
005900     PERFORM 4100-GRAVA-DIARIO-MESTRE
005910         THRU 4100-GRAVA-DIARIO-MESTRE-EXIT.
005920     COMPUTE REC-AREA-LIQUIDA ROUNDED =
005930         MST-AREA * QUANTIDADE-RECORTE.
005940     COMPUTE REC-AREA-BRUTA ROUNDED =
005950         REC-AREA-LIQUIDA +
005960         (REC-AREA-LIQUIDA * ORI-PERC-PERDA / 100).
005970     MOVE MST-PESO-UNITARIO TO REC-PESO-UNITARIO.
005980     COMPUTE REC-PESO-TOTAL ROUNDED =
005990         MST-PESO-UNITARIO * QUANTIDADE-RECORTE.
006000     ACCEPT HORA-SISTEMA FROM TIME.
006010     MOVE DATA-SISTEMA TO ID-EXEC-DATA.
006020     COMPUTE ID-EXEC-HORA = HORA-SISTEMA / 100.
006030     PERFORM 4200-GRAVA-INTERFACE-PEDIDO
006040         THRU 4200-GRAVA-INTERFACE-PEDIDO-EXIT.
006050     PERFORM 4300-GRAVA-AUDITORIA
006060         THRU 4300-GRAVA-AUDITORIA-EXIT.
006070     IF NOT ERRO-EXECUCAO
006080         DISPLAY "RECORTE GRAVADO - LOTE: " MST-JOB-LOTE
006090             " SEQ: " SEQUENCIA-RECORTE " (ORIGINAL "
006100             SEQUENCIA-ORIGINAL ") QTDE: " QUANTIDADE-RECORTE
006110         DISPLAY "MATERIAL DE REPOSICAO NA GERACAO " ID-EXECUCAO
006120             " DO SHPMAT - PEDIDO PELO AREASP (ID_EXECUCAO)."
006130     END-IF.
006140 4000-EXECUTA-RECORTE-EXIT.
006150     EXIT.
006160*****************************************************************
006170*  LOCALIZA A ULTIMA SEQUENCIA GRAVADA PARA O LOTE, COMO NO
006180*  CALCULO (AREAS), PARA O RECORTE ENTRAR NO FIM DO LOTE SEM
006190*  COLIDIR COM CHAVE JA GRAVADA.
006200*****************************************************************
006210 4050-LOCALIZA-ULTIMA-SEQUENCIA.
006220     MOVE SEQUENCIA-ORIGINAL TO SEQUENCIA-RECORTE.
006230     MOVE JOB-LOTE-ORIGINAL TO MST-JOB-LOTE.
006240     MOVE 9999 TO MST-SEQUENCIA.
006250     START ARQ-MESTRE-HISTORICO KEY IS NOT > MST-CHAVE
006260         INVALID KEY
006270             CONTINUE
006280     END-START.
006290     IF FS-MESTRE-HISTORICO = "00"
006300         READ ARQ-MESTRE-HISTORICO NEXT RECORD
006310             AT END
006320                 CONTINUE
006330         END-READ
006340         IF FS-MESTRE-HISTORICO = "00"
006350             IF MST-JOB-LOTE = JOB-LOTE-ORIGINAL AND
006360                MST-SEQUENCIA > SEQUENCIA-RECORTE
006370                 MOVE MST-SEQUENCIA TO SEQUENCIA-RECORTE
006380             END-IF
006390         END-IF
006400     END-IF.
006410 4050-LOCALIZA-ULTIMA-SEQUENCIA-EXIT.
006420     EXIT.
006430*****************************************************************
006440*  GRAVA NO DIARIO DO MESTRE (SHPJRN) A INCLUSAO DA LINHA DE
006450*  RECORTE, COM O OPERADOR, O INSTANTE DO RELOGIO E A IMAGEM
006460*  GRAVADA.
006470*****************************************************************
006480 4100-GRAVA-DIARIO-MESTRE.
006490     OPEN EXTEND ARQ-DIARIO-MESTRE.
006500     IF FS-DIARIO-MESTRE = "35"
006510         OPEN OUTPUT ARQ-DIARIO-MESTRE
006520     END-IF.
006530     ACCEPT JRN-DATA FROM DATE YYYYMMDD.
006540     ACCEPT JRN-HORA FROM TIME.
006550     MOVE OPERADOR-ID TO JRN-OPERADOR.
006560     MOVE "AREASU" TO JRN-PROGRAMA.
006570     SET JRN-INCLUSAO TO TRUE.
006580     MOVE MST-CHAVE TO JRN-CHAVE.
006590     MOVE SPACES TO JRN-MESTRE-ANTES.
006600     MOVE REG-MESTRE-HISTORICO TO JRN-MESTRE-DEPOIS.
006610     WRITE REG-DIARIO-MESTRE.
006620     IF FS-DIARIO-MESTRE NOT = "00"
006630         DISPLAY "ERRO AO GRAVAR NO DIARIO DO MESTRE - STATUS: "
006640             FS-DIARIO-MESTRE
006650         SET ERRO-EXECUCAO TO TRUE
006660         MOVE 8 TO RETURN-CODE
006670     END-IF.
006680     CLOSE ARQ-DIARIO-MESTRE.
006690 4100-GRAVA-DIARIO-MESTRE-EXIT.
006700     EXIT.
006710*****************************************************************
006720*  GRAVA NA INTERFACE DE PEDIDO (SHPMAT) O REGISTRO NORMAL DA
006730*  LINHA DE RECORTE, NUMA GERACAO PROPRIA (ID DE EXECUCAO DESTA
006740*  RODADA), PARA O AREASP PEDIR A CHAPA DA REPOSICAO.
006750*****************************************************************
006760 4200-GRAVA-INTERFACE-PEDIDO.
006770     OPEN EXTEND ARQ-INTERFACE-PEDIDO.
006780     IF FS-INTERFACE-PEDIDO = "35"
006790         OPEN OUTPUT ARQ-INTERFACE-PEDIDO
006800     END-IF.
006810     MOVE MST-JOB-LOTE TO PED-JOB-LOTE.
006820     MOVE MST-FORMA TO PED-FORMA.
006830     MOVE MST-AREA TO PED-AREA.
006840     MOVE QUANTIDADE-RECORTE TO PED-QUANTIDADE.
006850     MOVE REC-AREA-LIQUIDA TO PED-AREA-LIQUIDA.
006860     MOVE ORI-PERC-PERDA TO PED-PERC-PERDA.
006870     MOVE REC-AREA-BRUTA TO PED-AREA-BRUTA.
006880     MOVE SEQUENCIA-RECORTE TO PED-SEQUENCIA.
006890     MOVE ID-EXECUCAO TO PED-ID-EXECUCAO.
006900     MOVE MST-CODIGO-MATERIAL TO PED-CODIGO-MATERIAL.
006910     MOVE SPACES TO PED-TIPO-MOVIMENTO.
006920     MOVE REC-PESO-UNITARIO TO PED-PESO-UNITARIO.
006930     MOVE REC-PESO-TOTAL TO PED-PESO-TOTAL.
006940     MOVE ORI-ORIGEM TO PED-ORIGEM-SUGERIDA.
006950     MOVE ORI-LARGURA-ENVOLVENTE TO PED-LARGURA-ENVOLVENTE.
006960     MOVE ORI-COMPRIMENTO-ENVOLVENTE
006970         TO PED-COMPRIMENTO-ENVOLVENTE.
006980     WRITE REG-INTERFACE-PEDIDO.
006990     IF FS-INTERFACE-PEDIDO NOT = "00"
007000         DISPLAY "ERRO AO GRAVAR O RECORTE NA INTERFACE DE "
007010             "PEDIDO - STATUS: " FS-INTERFACE-PEDIDO
007020         SET ERRO-EXECUCAO TO TRUE
007030         MOVE 8 TO RETURN-CODE
007040     END-IF.
007050     CLOSE ARQ-INTERFACE-PEDIDO.
007060 4200-GRAVA-INTERFACE-PEDIDO-EXIT.
007070     EXIT.
007080*****************************************************************
007090*  GRAVA NA TRILHA DE AUDITORIA (SHPAUD) A LINHA DO RECORTE, COM
007100*  O OPERADOR QUE LANCOU E A FORMA DA PECA, PARA A CONFERENCIA
007110*  (AREASB) CASAR MESTRE, AUDITORIA E PEDIDO PELA CHAVE NOVA.
007120*****************************************************************
007130 4300-GRAVA-AUDITORIA.
007140     OPEN EXTEND ARQ-AUDITORIA.
007150     IF FS-AUDITORIA = "35"
007160         OPEN OUTPUT ARQ-AUDITORIA
007170     END-IF.
007180     ACCEPT HORA-SISTEMA FROM TIME.
007190     MOVE OPERADOR-ID TO AUD-OPERADOR.
007200     MOVE DATA-SISTEMA TO AUD-DATA.
007210     MOVE HORA-SISTEMA TO AUD-HORA.
007220     MOVE MST-FORMA TO AUD-FORMA.
007230     MOVE MST-UNIDADE TO AUD-UNIDADE.
007240     MOVE MST-LADO TO AUD-LADO.
007250     MOVE MST-ALTURA TO AUD-ALTURA.
007260     MOVE MST-RAIO TO AUD-RAIO.
007270     MOVE MST-AREA TO AUD-AREA.
007280     MOVE MST-JOB-LOTE TO AUD-JOB-LOTE.
007290     MOVE SEQUENCIA-RECORTE TO AUD-SEQUENCIA.
007300     MOVE QUANTIDADE-RECORTE TO AUD-QUANTIDADE.
007310     WRITE REG-AUDITORIA FROM LINHA-AUDITORIA.
007320     IF FS-AUDITORIA NOT = "00"
007330         DISPLAY "ERRO AO GRAVAR NA TRILHA DE AUDITORIA - "
007340             "STATUS: " FS-AUDITORIA
007350         SET ERRO-EXECUCAO TO TRUE
007360         MOVE 8 TO RETURN-CODE
007370     END-IF.
007380     CLOSE ARQ-AUDITORIA.
007390 4300-GRAVA-AUDITORIA-EXIT.
007400     EXIT.
007410*****************************************************************
007420*  FINALIZACAO - FECHA O MESTRE.
007430*****************************************************************
007440 9000-FINALIZA.
007450     IF FS-MESTRE-HISTORICO NOT = "35"
007460         CLOSE ARQ-MESTRE-HISTORICO
007470     END-IF.
007480 9000-FINALIZA-EXIT.
007490     EXIT.
007500 9999-FIM-PROGRAMA.
007510     STOP RUN.
