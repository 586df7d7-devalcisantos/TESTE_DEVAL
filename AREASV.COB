000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AREASV.
000030 AUTHOR. SETOR-DE-ENGENHARIA-DE-CORTE.
000040 INSTALLATION. SETOR-DE-CORTE-E-DOBRA.
000050 DATE-WRITTEN. 15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  HISTORICO DE MANUTENCAO
000090*-----------------------------------------------------------------
000100*  DATA        AUTOR   DESCRICAO
000110*  15/10/2026  EJS     PROGRAMA ORIGINAL - RECUPERACAO DO MESTRE
000120*                      DE HISTORICO. RECONSTROI O SHPMSTR A PARTIR
000130*                      DE UMA COPIA DE SEGURANCA (SHPBKP, MESMO
000140*                      LAYOUT E CHAVE) E REAPLICA, NA ORDEM DE
000150*                      GRAVACAO, OS REGISTROS DO DIARIO DO MESTRE
000160*                      (SHPJRN, LAYOUT MSTJRN) POSTERIORES AO
000170*                      INSTANTE DA COPIA E ATE O INSTANTE PEDIDO
000180*                      (AAAAMMDDHHMMSSCC, DO AMBIENTE PARA USO EM
000190*                      SCRIPT OU VIA ACCEPT DE CONSOLE COM
000200*                      CONFIRMACAO). CADA REGISTRO DO DIARIO CUJA
000210*                      IMAGEM ANTERIOR NAO CONFERE COM O QUE O
000220*                      MESTRE RECONSTRUIDO TEM NAQUELE PONTO
000230*                      (CHAVE AUSENTE, CHAVE JA EXISTENTE OU
000240*                      CONTEUDO DIFERENTE) SAI APONTADO NO
000250*                      RELATORIO SHPRCV, MAS A IMAGEM POSTERIOR E
000260*                      APLICADA ASSIM MESMO (O DIARIO PREVALECE).
000270*                      O RELATORIO TRAZ AINDA AS CONTAGENS POR
000280*                      PROGRAMA E ACAO E OS TOTAIS DA RODADA.
000290*                      CODIGO DE RETORNO 4 QUANDO HA DIVERGENCIA,
000300*                      8 EM FALHA DE ARQUIVO, 12 EM PARAMETRO
000310*                      INVALIDO OU RECUPERACAO NAO CONFIRMADA.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-MESTRE-BACKUP ASSIGN TO SHPBKP
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS BKP-CHAVE
000400         FILE STATUS IS FS-MESTRE-BACKUP.
000410     SELECT ARQ-MESTRE-HISTORICO ASSIGN TO SHPMSTR
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS MST-CHAVE
000450         FILE STATUS IS FS-MESTRE-HISTORICO.
000460     SELECT ARQ-DIARIO-MESTRE ASSIGN TO SHPJRN
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-DIARIO-MESTRE.
000490     SELECT ARQ-RELATORIO-RECUPERACAO ASSIGN TO SHPRCV
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ARQ-MESTRE-BACKUP.
000540 01  REG-MESTRE-BACKUP.
000550     COPY MSTHST REPLACING LEADING ==MST== BY ==BKP==.
000560 FD  ARQ-MESTRE-HISTORICO.
000570 01  REG-MESTRE-HISTORICO.
000580     COPY MSTHST.
000590 FD  ARQ-DIARIO-MESTRE
000600     RECORDING MODE IS F.
000610 01  REG-DIARIO-MESTRE.
000620     COPY MSTJRN.
000630 FD  ARQ-RELATORIO-RECUPERACAO
000640     RECORDING MODE IS F.
000650 01  REG-RELATORIO-RECUPERACAO   PIC X(100).
000660 WORKING-STORAGE SECTION.
000670 01  SW-ERRO-EXECUCAO        PIC X(01) VALUE "N".
000680     88  ERRO-EXECUCAO               VALUE "S".
000690 01  SW-MODO-AMBIENTE        PIC X(01) VALUE "N".
000700     88  MODO-AMBIENTE               VALUE "S".
000710     88  MODO-CONSOLE                VALUE "N".
000720 01  SW-FIM-BACKUP           PIC X(01) VALUE "N".
000730     88  FIM-BACKUP                  VALUE "S".
000740 01  SW-FIM-DIARIO           PIC X(01) VALUE "N".
000750     88  FIM-DIARIO                  VALUE "S".
000760 01  SW-CHAVE-NO-MESTRE      PIC X(01) VALUE "N".
000770     88  CHAVE-EXISTE                VALUE "S".
000780     88  CHAVE-AUSENTE               VALUE "N".
000790 01  SW-REGISTRO-APLICADO    PIC X(01) VALUE "N".
000800     88  REGISTRO-APLICADO           VALUE "S".
000810     88  REGISTRO-NAO-APLICADO       VALUE "N".
000820 01  SW-CONFIRMACAO          PIC X(01) VALUE "N".
000830     88  RECUPERACAO-CONFIRMADA      VALUE "S".
000840 01  SW-DIARIO-ABERTO        PIC X(01) VALUE "N".
000850     88  DIARIO-ABERTO               VALUE "S".
000860 77  FS-MESTRE-BACKUP        PIC X(02) VALUE ZEROES.
000870 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
000880 77  FS-DIARIO-MESTRE        PIC X(02) VALUE ZEROES.
000890 77  CONT-COPIADOS-BACKUP    PIC 9(07) VALUE ZEROES COMP.
000900 77  CONT-LIDOS-DIARIO       PIC 9(07) VALUE ZEROES COMP.
000910 77  CONT-ANTERIORES-BACKUP  PIC 9(07) VALUE ZEROES COMP.
000920 77  CONT-POSTERIORES-LIMITE PIC 9(07) VALUE ZEROES COMP.
000930 77  CONT-APLICADOS          PIC 9(07) VALUE ZEROES COMP.
000940 77  CONT-DIVERGENCIAS       PIC 9(07) VALUE ZEROES COMP.
000950 77  CONT-ACAO-INVALIDA      PIC 9(07) VALUE ZEROES COMP.
000960 77  CONT-ERROS-GRAVACAO     PIC 9(07) VALUE ZEROES COMP.
000970 77  CONTAGENS-EXCEDENTES    PIC 9(07) VALUE ZEROES COMP.
000980 77  I-CONTAGEM              PIC 9(03) VALUE ZEROES COMP.
000990 77  I-BUSCA-CONTAGEM        PIC 9(03) VALUE ZEROES COMP.
001000 77  QTD-CONTAGENS-TABELA    PIC 9(03) VALUE ZEROES COMP.
001010 77  MAXIMO-CONTAGENS-TABELA PIC 9(03) VALUE 40 COMP.
001020 01  ENV-INSTANTE-BACKUP     PIC X(16).
001030 01  ENV-INSTANTE-LIMITE     PIC X(16).
001040 01  INSTANTE-BACKUP         PIC X(16) VALUE ZEROES.
001050 01  INSTANTE-LIMITE         PIC X(16) VALUE ALL "9".
001060 01  DESCRICAO-DIVERGENCIA   PIC X(40) VALUE SPACES.
001070 01  TABELA-CONTAGENS.
001080     05  ITEM-CONTAGEM OCCURS 40.
001090         10  TAB-CTG-PROGRAMA    PIC X(08).
001100         10  TAB-CTG-ACAO        PIC X(01).
001110         10  TAB-CTG-APLICADOS   PIC 9(07) COMP.
001120         10  TAB-CTG-DIVERGENTES PIC 9(07) COMP.
001130 01  LINHA-TITULO-RECUPERACAO.
001140     05  FILLER              PIC X(31)
001150             VALUE "RECUPERACAO DO MESTRE - COPIA: ".
001160     05  TIT-INSTANTE-BACKUP PIC X(16).
001170     05  FILLER              PIC X(17) VALUE "  APLICADO ATE: ".
001180     05  TIT-INSTANTE-LIMITE PIC X(16).
001190 01  LINHA-CABECALHO-DIVERGENCIA.
001200     05  FILLER              PIC X(17) VALUE "INSTANTE".
001210     05  FILLER              PIC X(09) VALUE "PROGRAMA".
001220     05  FILLER              PIC X(05) VALUE "ACAO".
001230     05  FILLER              PIC X(11) VALUE "LOTE".
001240     05  FILLER              PIC X(05) VALUE "SEQ".
001250     05  FILLER              PIC X(40) VALUE "OCORRENCIA".
001260 01  LINHA-DETALHE-DIVERGENCIA.
001270     05  DET-DIV-INSTANTE    PIC X(16).
001280     05  FILLER              PIC X(01) VALUE SPACES.
001290     05  DET-DIV-PROGRAMA    PIC X(08).
001300     05  FILLER              PIC X(02) VALUE SPACES.
001310     05  DET-DIV-ACAO        PIC X(01).
001320     05  FILLER              PIC X(03) VALUE SPACES.
001330     05  DET-DIV-LOTE        PIC X(10).
001340     05  FILLER              PIC X(01) VALUE SPACES.
001350     05  DET-DIV-SEQUENCIA   PIC 9(04).
001360     05  FILLER              PIC X(01) VALUE SPACES.
001370     05  DET-DIV-OCORRENCIA  PIC X(40).
001380 01  LINHA-CABECALHO-CONTAGEM.
001390     05  FILLER              PIC X(10) VALUE "PROGRAMA".
001400     05  FILLER              PIC X(06) VALUE "ACAO".
001410     05  FILLER              PIC X(12) VALUE "  APLICADOS".
001420     05  FILLER              PIC X(12) VALUE " DIVERGENTES".
001430 01  LINHA-DETALHE-CONTAGEM.
001440     05  DET-CTG-PROGRAMA    PIC X(08).
001450     05  FILLER              PIC X(02) VALUE SPACES.
001460     05  DET-CTG-ACAO        PIC X(01).
001470     05  FILLER              PIC X(05) VALUE SPACES.
001480     05  DET-CTG-APLICADOS   PIC ZZZZZZZZZ9.
001490     05  FILLER              PIC X(02) VALUE SPACES.
001500     05  DET-CTG-DIVERGENTES PIC ZZZZZZZZZ9.
001510 01  LINHA-TOTAL-RECUPERACAO.
001520     05  TOT-RCV-TITULO      PIC X(34).
001530     05  TOT-RCV-VALOR       PIC ZZZZZZ9.
001540 PROCEDURE DIVISION.
001550 0000-MAINLINE.
001560     PERFORM 1000-INICIALIZA
001570         THRU 1000-INICIALIZA-EXIT.
001580     IF ERRO-EXECUCAO
001590         GO TO 9999-FIM-PROGRAMA
001600     END-IF.
001610     PERFORM 2000-LE-PROXIMO-BACKUP
001620         THRU 2000-LE-PROXIMO-BACKUP-EXIT.
001630     PERFORM 2100-COPIA-BACKUP
001640         THRU 2100-COPIA-BACKUP-EXIT
001650         UNTIL FIM-BACKUP.
001660     PERFORM 2200-REABRE-MESTRE
001670         THRU 2200-REABRE-MESTRE-EXIT.
001680     IF ERRO-EXECUCAO
001690         GO TO 9999-FIM-PROGRAMA
001700     END-IF.
001710     PERFORM 3000-LE-PROXIMO-DIARIO
001720         THRU 3000-LE-PROXIMO-DIARIO-EXIT.
001730     PERFORM 3100-APLICA-DIARIO
001740         THRU 3100-APLICA-DIARIO-EXIT
001750         UNTIL FIM-DIARIO.
001760     PERFORM 9000-FINALIZA
001770         THRU 9000-FINALIZA-EXIT.
001780     GO TO 9999-FIM-PROGRAMA.
001790*****************************************************************
001800*  INICIALIZACAO - CAPTURA O INSTANTE DA COPIA DE SEGURANCA E O
001810*  INSTANTE ATE O QUAL O DIARIO E REAPLICADO (DO AMBIENTE QUANDO
001820*  INFORMADOS - RECUP_BACKUP E RECUP_ATE - OU VIA ACCEPT DE
001830*  CONSOLE, COM CONFIRMACAO; EM BRANCO, DESDE O INICIO DO DIARIO
001840*  E ATE O SEU FIM), ABRE A COPIA E SO ENTAO RECRIA O MESTRE
001850*  VAZIO, PARA UMA COPIA INDISPONIVEL NAO DESTRUIR O MESTRE.
001860*****************************************************************
001870 1000-INICIALIZA.
001880     MOVE SPACES TO ENV-INSTANTE-BACKUP ENV-INSTANTE-LIMITE.
001890     ACCEPT ENV-INSTANTE-LIMITE FROM ENVIRONMENT "RECUP_ATE".
001900     IF ENV-INSTANTE-LIMITE NOT = SPACES
001910         SET MODO-AMBIENTE TO TRUE
001920         ACCEPT ENV-INSTANTE-BACKUP FROM ENVIRONMENT
001930             "RECUP_BACKUP"
001940     ELSE
001950         DISPLAY "INSTANTE DA COPIA DE SEGURANCA "
001960             "(AAAAMMDDHHMMSSCC - BRANCO = INICIO DO DIARIO): "
001970         ACCEPT ENV-INSTANTE-BACKUP
001980         DISPLAY "RECUPERAR ATE O INSTANTE "
001990             "(AAAAMMDDHHMMSSCC - BRANCO = FIM DO DIARIO): "
002000         ACCEPT ENV-INSTANTE-LIMITE
002010     END-IF.
002020     IF ENV-INSTANTE-BACKUP NOT = SPACES
002030         IF ENV-INSTANTE-BACKUP IS NUMERIC
002040             MOVE ENV-INSTANTE-BACKUP TO INSTANTE-BACKUP
002050         ELSE
002060             DISPLAY "ERRO - INSTANTE DA COPIA INVALIDO: "
002070                 ENV-INSTANTE-BACKUP
002080             SET ERRO-EXECUCAO TO TRUE
002090         END-IF
002100     END-IF.
002110     IF ENV-INSTANTE-LIMITE NOT = SPACES
002120         IF ENV-INSTANTE-LIMITE IS NUMERIC
002130             MOVE ENV-INSTANTE-LIMITE TO INSTANTE-LIMITE
002140         ELSE
002150             DISPLAY "ERRO - INSTANTE LIMITE INVALIDO: "
002160                 ENV-INSTANTE-LIMITE
002170             SET ERRO-EXECUCAO TO TRUE
002180         END-IF
002190     END-IF.
002200     IF NOT ERRO-EXECUCAO AND INSTANTE-LIMITE < INSTANTE-BACKUP
002210         DISPLAY "ERRO - INSTANTE LIMITE ANTERIOR A COPIA."
002220         SET ERRO-EXECUCAO TO TRUE
002230     END-IF.
002240     IF ERRO-EXECUCAO
002250         MOVE 12 TO RETURN-CODE
002260         GO TO 1000-INICIALIZA-EXIT
002270     END-IF.
002280     IF MODO-CONSOLE
002290         DISPLAY "O MESTRE ATUAL (SHPMSTR) SERA SUBSTITUIDO PELA "
002300             "COPIA (SHPBKP) MAIS O DIARIO (SHPJRN)."
002310         DISPLAY "CONFIRMA A RECUPERACAO (S/N)? "
002320         ACCEPT SW-CONFIRMACAO
002330         IF NOT RECUPERACAO-CONFIRMADA
002340             DISPLAY "RECUPERACAO ABANDONADA - NADA FOI ALTERADO."
002350             SET ERRO-EXECUCAO TO TRUE
002360             MOVE 12 TO RETURN-CODE
002370             GO TO 1000-INICIALIZA-EXIT
002380         END-IF
002390     END-IF.
002400     OPEN INPUT ARQ-MESTRE-BACKUP.
002410     IF FS-MESTRE-BACKUP NOT = "00"
002420         DISPLAY "ERRO - COPIA DO MESTRE (SHPBKP) NAO ABERTA - "
002430             "STATUS: " FS-MESTRE-BACKUP " - MESTRE INTACTO."
002440         SET ERRO-EXECUCAO TO TRUE
002450         MOVE 8 TO RETURN-CODE
002460         GO TO 1000-INICIALIZA-EXIT
002470     END-IF.
002480     OPEN OUTPUT ARQ-MESTRE-HISTORICO.
002490     IF FS-MESTRE-HISTORICO NOT = "00"
002500         DISPLAY "ERRO - MESTRE DE HISTORICO NAO RECRIADO - "
002510             "STATUS: " FS-MESTRE-HISTORICO
002520         CLOSE ARQ-MESTRE-BACKUP
002530         SET ERRO-EXECUCAO TO TRUE
002540         MOVE 8 TO RETURN-CODE
002550         GO TO 1000-INICIALIZA-EXIT
002560     END-IF.
002570     OPEN OUTPUT ARQ-RELATORIO-RECUPERACAO.
002580     MOVE INSTANTE-BACKUP TO TIT-INSTANTE-BACKUP.
002590     MOVE INSTANTE-LIMITE TO TIT-INSTANTE-LIMITE.
002600     WRITE REG-RELATORIO-RECUPERACAO
002610         FROM LINHA-TITULO-RECUPERACAO.
002620     WRITE REG-RELATORIO-RECUPERACAO
002630         FROM LINHA-CABECALHO-DIVERGENCIA.
002640 1000-INICIALIZA-EXIT.
002650     EXIT.
002660*****************************************************************
002670*  LEITURA SEQUENCIAL DO PROXIMO REGISTRO DA COPIA DO MESTRE.
002680*****************************************************************
002690 2000-LE-PROXIMO-BACKUP.
002700     READ ARQ-MESTRE-BACKUP NEXT RECORD
002710         AT END
002720             SET FIM-BACKUP TO TRUE
002730     END-READ.
002740 2000-LE-PROXIMO-BACKUP-EXIT.
002750     EXIT.
002760*****************************************************************
002770*  COPIA UM REGISTRO DA COPIA DE SEGURANCA PARA O MESTRE
002780*  RECRIADO (NA ORDEM DA CHAVE).
002790*****************************************************************
002800 2100-COPIA-BACKUP.
002810     MOVE REG-MESTRE-BACKUP TO REG-MESTRE-HISTORICO.
002820     WRITE REG-MESTRE-HISTORICO.
002830     IF FS-MESTRE-HISTORICO = "00"
002840         ADD 1 TO CONT-COPIADOS-BACKUP
002850     ELSE
002860         ADD 1 TO CONT-ERROS-GRAVACAO
002870         DISPLAY "ERRO AO COPIAR PARA O MESTRE - STATUS: "
002880             FS-MESTRE-HISTORICO " CHAVE: " MST-CHAVE
002890     END-IF.
002900     PERFORM 2000-LE-PROXIMO-BACKUP
002910         THRU 2000-LE-PROXIMO-BACKUP-EXIT.
002920 2100-COPIA-BACKUP-EXIT.
002930     EXIT.
002940*****************************************************************
002950*  FECHA A COPIA, REABRE O MESTRE RECRIADO EM I-O E ABRE O
002960*  DIARIO. DIARIO AUSENTE DEIXA O MESTRE IGUAL A COPIA, COM
002970*  AVISO.
002980*****************************************************************
002990 2200-REABRE-MESTRE.
003000     CLOSE ARQ-MESTRE-BACKUP.
003010     CLOSE ARQ-MESTRE-HISTORICO.
003020     OPEN I-O ARQ-MESTRE-HISTORICO.
003030     IF FS-MESTRE-HISTORICO NOT = "00"
003040         DISPLAY "ERRO - MESTRE RECRIADO NAO REABERTO - "
003050             "STATUS: " FS-MESTRE-HISTORICO
003060         CLOSE ARQ-RELATORIO-RECUPERACAO
003070         SET ERRO-EXECUCAO TO TRUE
003080         MOVE 8 TO RETURN-CODE
003090         GO TO 2200-REABRE-MESTRE-EXIT
003100     END-IF.
003110     OPEN INPUT ARQ-DIARIO-MESTRE.
003120     IF FS-DIARIO-MESTRE NOT = "00"
003130         DISPLAY "AVISO - DIARIO DO MESTRE (SHPJRN) NAO ABERTO - "
003140             "STATUS: " FS-DIARIO-MESTRE
003150             " - MESTRE FICA IGUAL A COPIA."
003160         SET FIM-DIARIO TO TRUE
003170     ELSE
003180         SET DIARIO-ABERTO TO TRUE
003190     END-IF.
003200 2200-REABRE-MESTRE-EXIT.
003210     EXIT.
003220*****************************************************************
003230*  LEITURA DO PROXIMO REGISTRO DO DIARIO DO MESTRE.
003240*****************************************************************
003250 3000-LE-PROXIMO-DIARIO.
003260     READ ARQ-DIARIO-MESTRE
003270         AT END
003280             SET FIM-DIARIO TO TRUE
003290     END-READ.
003300     IF NOT FIM-DIARIO
003310         ADD 1 TO CONT-LIDOS-DIARIO
003320     END-IF.
003330 3000-LE-PROXIMO-DIARIO-EXIT.
003340     EXIT.
003350*****************************************************************
003360*  REAPLICA UM REGISTRO DO DIARIO. REGISTROS ATE O INSTANTE DA
003370*  COPIA JA ESTAO NELA E REGISTROS DEPOIS DO INSTANTE LIMITE
003380*  FICAM DE FORA; OS DEMAIS SAO APLICADOS CONFORME A ACAO, COM
003390*  A IMAGEM ANTERIOR CONFERIDA CONTRA O MESTRE RECONSTRUIDO.
003400*****************************************************************
003410 3100-APLICA-DIARIO.
003420     IF JRN-INSTANTE NOT > INSTANTE-BACKUP
003430         ADD 1 TO CONT-ANTERIORES-BACKUP
003440         GO TO 3100-APLICA-DIARIO-LE
003450     END-IF.
003460     IF JRN-INSTANTE > INSTANTE-LIMITE
003470         ADD 1 TO CONT-POSTERIORES-LIMITE
003480         GO TO 3100-APLICA-DIARIO-LE
003490     END-IF.
003500     MOVE SPACES TO DESCRICAO-DIVERGENCIA.
003510     SET REGISTRO-NAO-APLICADO TO TRUE.
003520     MOVE JRN-CHAVE TO MST-CHAVE.
003530     READ ARQ-MESTRE-HISTORICO.
003540     IF FS-MESTRE-HISTORICO = "00"
003550         SET CHAVE-EXISTE TO TRUE
003560     ELSE
003570         SET CHAVE-AUSENTE TO TRUE
003580     END-IF.
003590     EVALUATE TRUE
003600         WHEN JRN-INCLUSAO
003610             PERFORM 3200-APLICA-INCLUSAO
003620                 THRU 3200-APLICA-INCLUSAO-EXIT
003630         WHEN JRN-ALTERACAO
003640             PERFORM 3300-APLICA-ALTERACAO
003650                 THRU 3300-APLICA-ALTERACAO-EXIT
003660         WHEN JRN-EXCLUSAO
003670             PERFORM 3400-APLICA-EXCLUSAO
003680                 THRU 3400-APLICA-EXCLUSAO-EXIT
003690         WHEN OTHER
003700             ADD 1 TO CONT-ACAO-INVALIDA
003710             MOVE "ACAO DESCONHECIDA - REGISTRO IGNORADO"
003720                 TO DESCRICAO-DIVERGENCIA
003730     END-EVALUATE.
003740     IF REGISTRO-APLICADO
003750         ADD 1 TO CONT-APLICADOS
003760     END-IF.
003770     IF DESCRICAO-DIVERGENCIA NOT = SPACES
003780         ADD 1 TO CONT-DIVERGENCIAS
003790         PERFORM 8000-IMPRIME-DIVERGENCIA
003800             THRU 8000-IMPRIME-DIVERGENCIA-EXIT
003810     END-IF.
003820     PERFORM 3500-CONTA-PROGRAMA-ACAO
003830         THRU 3500-CONTA-PROGRAMA-ACAO-EXIT.
003840 3100-APLICA-DIARIO-LE.
003850     PERFORM 3000-LE-PROXIMO-DIARIO
003860         THRU 3000-LE-PROXIMO-DIARIO-EXIT.
003870 3100-APLICA-DIARIO-EXIT.
003880     EXIT.
003890*****************************************************************
003900*  INCLUSAO (CALCULO NOVO OU RESTAURACAO DO ARQUIVO MORTO): A
003910*  CHAVE NAO DEVIA EXISTIR; SE EXISTE, E APONTADA E SOBREPOSTA.
003920*****************************************************************
003930 3200-APLICA-INCLUSAO.
003940     MOVE JRN-MESTRE-DEPOIS TO REG-MESTRE-HISTORICO.
003950     IF CHAVE-EXISTE
003960         MOVE "INCLUSAO DE CHAVE JA EXISTENTE" TO
003970             DESCRICAO-DIVERGENCIA
003980         REWRITE REG-MESTRE-HISTORICO
003990     ELSE
004000         WRITE REG-MESTRE-HISTORICO
004010     END-IF.
004020     PERFORM 3600-VERIFICA-GRAVACAO
004030         THRU 3600-VERIFICA-GRAVACAO-EXIT.
004040 3200-APLICA-INCLUSAO-EXIT.
004050     EXIT.
004060*****************************************************************
004070*  ALTERACAO (CONFIRMADO OU CANCELADO): A IMAGEM ANTERIOR DEVE
004080*  SER A QUE O MESTRE TEM; CHAVE AUSENTE OU CONTEUDO DIFERENTE
004090*  SAO APONTADOS E A IMAGEM POSTERIOR E GRAVADA ASSIM MESMO.
004100*****************************************************************
004110 3300-APLICA-ALTERACAO.
004120     IF CHAVE-AUSENTE
004130         MOVE "ALTERACAO DE CHAVE AUSENTE DO MESTRE" TO
004140             DESCRICAO-DIVERGENCIA
004150         MOVE JRN-MESTRE-DEPOIS TO REG-MESTRE-HISTORICO
004160         WRITE REG-MESTRE-HISTORICO
004170     ELSE
004180         IF REG-MESTRE-HISTORICO NOT = JRN-MESTRE-ANTES
004190             MOVE "IMAGEM ANTERIOR DIFERENTE DO MESTRE" TO
004200                 DESCRICAO-DIVERGENCIA
004210         END-IF
004220         MOVE JRN-MESTRE-DEPOIS TO REG-MESTRE-HISTORICO
004230         REWRITE REG-MESTRE-HISTORICO
004240     END-IF.
004250     PERFORM 3600-VERIFICA-GRAVACAO
004260         THRU 3600-VERIFICA-GRAVACAO-EXIT.
004270 3300-APLICA-ALTERACAO-EXIT.
004280     EXIT.
004290*****************************************************************
004300*  EXCLUSAO (ARQUIVAMENTO): CHAVE AUSENTE E APONTADA E NADA E
004310*  FEITO; CONTEUDO DIFERENTE DA IMAGEM ANTERIOR E APONTADO E O
004320*  REGISTRO E APAGADO ASSIM MESMO.
004330*****************************************************************
004340 3400-APLICA-EXCLUSAO.
004350     IF CHAVE-AUSENTE
004360         MOVE "EXCLUSAO DE CHAVE AUSENTE DO MESTRE" TO
004370             DESCRICAO-DIVERGENCIA
004380         GO TO 3400-APLICA-EXCLUSAO-EXIT
004390     END-IF.
004400     IF REG-MESTRE-HISTORICO NOT = JRN-MESTRE-ANTES
004410         MOVE "IMAGEM ANTERIOR DIFERENTE DO MESTRE" TO
004420             DESCRICAO-DIVERGENCIA
004430     END-IF.
004440     DELETE ARQ-MESTRE-HISTORICO.
004450     PERFORM 3600-VERIFICA-GRAVACAO
004460         THRU 3600-VERIFICA-GRAVACAO-EXIT.
004470 3400-APLICA-EXCLUSAO-EXIT.
004480     EXIT.
004490*****************************************************************
004500*  ACUMULA O REGISTRO DO DIARIO NA CONTAGEM DO SEU PROGRAMA E
004510*  ACAO. COMBINACOES ALEM DA TABELA SAO CONTADAS A PARTE.
004520*****************************************************************
004530 3500-CONTA-PROGRAMA-ACAO.
004540     MOVE ZEROES TO I-CONTAGEM.
004550     PERFORM 3510-PROCURA-CONTAGEM
004560         THRU 3510-PROCURA-CONTAGEM-EXIT
004570         VARYING I-BUSCA-CONTAGEM FROM 1 BY 1
004580         UNTIL I-BUSCA-CONTAGEM > QTD-CONTAGENS-TABELA
004590            OR I-CONTAGEM > ZEROES.
004600     IF I-CONTAGEM = ZEROES
004610         IF QTD-CONTAGENS-TABELA < MAXIMO-CONTAGENS-TABELA
004620             ADD 1 TO QTD-CONTAGENS-TABELA
004630             MOVE QTD-CONTAGENS-TABELA TO I-CONTAGEM
004640             MOVE JRN-PROGRAMA TO TAB-CTG-PROGRAMA (I-CONTAGEM)
004650             MOVE JRN-ACAO TO TAB-CTG-ACAO (I-CONTAGEM)
004660             MOVE ZEROES TO TAB-CTG-APLICADOS (I-CONTAGEM)
004670                 TAB-CTG-DIVERGENTES (I-CONTAGEM)
004680         ELSE
004690             ADD 1 TO CONTAGENS-EXCEDENTES
004700             GO TO 3500-CONTA-PROGRAMA-ACAO-EXIT
004710         END-IF
004720     END-IF.
004730     IF REGISTRO-APLICADO
004740         ADD 1 TO TAB-CTG-APLICADOS (I-CONTAGEM)
004750     END-IF.
004760     IF DESCRICAO-DIVERGENCIA NOT = SPACES
004770         ADD 1 TO TAB-CTG-DIVERGENTES (I-CONTAGEM)
004780     END-IF.
004790 3500-CONTA-PROGRAMA-ACAO-EXIT.
004800     EXIT.
004810 3510-PROCURA-CONTAGEM.
004820     IF TAB-CTG-PROGRAMA (I-BUSCA-CONTAGEM) = JRN-PROGRAMA AND
004830        TAB-CTG-ACAO (I-BUSCA-CONTAGEM) = JRN-ACAO
004840         MOVE I-BUSCA-CONTAGEM TO I-CONTAGEM
004850     END-IF.
004860 3510-PROCURA-CONTAGEM-EXIT.
004870     EXIT.
004880*****************************************************************
004890*  CONFERE O STATUS DA GRAVACAO QUE ACABOU DE SER FEITA NO
004900*  MESTRE: SUCESSO MARCA O REGISTRO DO DIARIO COMO APLICADO.
004910*****************************************************************
004920 3600-VERIFICA-GRAVACAO.
004930     IF FS-MESTRE-HISTORICO = "00"
004940         SET REGISTRO-APLICADO TO TRUE
004950     ELSE
004960         ADD 1 TO CONT-ERROS-GRAVACAO
004970         DISPLAY "ERRO AO APLICAR O DIARIO NO MESTRE - STATUS: "
004980             FS-MESTRE-HISTORICO " CHAVE: " JRN-CHAVE
004990     END-IF.
005000 3600-VERIFICA-GRAVACAO-EXIT.
005010     EXIT.
005020*****************************************************************
005030*  IMPRIME A LINHA DE DIVERGENCIA DO REGISTRO CORRENTE DO
005040*  DIARIO, COM A OCORRENCIA JA POSTA EM DESCRICAO-DIVERGENCIA.
005050*****************************************************************
005060 8000-IMPRIME-DIVERGENCIA.
005070     MOVE JRN-INSTANTE TO DET-DIV-INSTANTE.
005080     MOVE JRN-PROGRAMA TO DET-DIV-PROGRAMA.
005090     MOVE JRN-ACAO TO DET-DIV-ACAO.
005100     MOVE JRN-JOB-LOTE TO DET-DIV-LOTE.
005110     MOVE JRN-SEQUENCIA TO DET-DIV-SEQUENCIA.
005120     MOVE DESCRICAO-DIVERGENCIA TO DET-DIV-OCORRENCIA.
005130     WRITE REG-RELATORIO-RECUPERACAO
005140         FROM LINHA-DETALHE-DIVERGENCIA.
005150 8000-IMPRIME-DIVERGENCIA-EXIT.
005160     EXIT.
005170*****************************************************************
005180*  IMPRIME A LINHA DE CONTAGEM DE UM PROGRAMA/ACAO.
005190*****************************************************************
005200 8100-IMPRIME-CONTAGEM.
005210     MOVE TAB-CTG-PROGRAMA (I-CONTAGEM) TO DET-CTG-PROGRAMA.
005220     MOVE TAB-CTG-ACAO (I-CONTAGEM) TO DET-CTG-ACAO.
005230     MOVE TAB-CTG-APLICADOS (I-CONTAGEM) TO DET-CTG-APLICADOS.
005240     MOVE TAB-CTG-DIVERGENTES (I-CONTAGEM)
005250         TO DET-CTG-DIVERGENTES.
005260     WRITE REG-RELATORIO-RECUPERACAO FROM LINHA-DETALHE-CONTAGEM.
005270 8100-IMPRIME-CONTAGEM-EXIT.
005280     EXIT.
005290*****************************************************************
005300*  IMPRIME UMA LINHA DE TOTAL, COM O TITULO JA POSTO EM
005310*  TOT-RCV-TITULO E O VALOR EM TOT-RCV-VALOR.
005320*****************************************************************
005330 8200-IMPRIME-TOTAL-RECUPERACAO.
005340     WRITE REG-RELATORIO-RECUPERACAO FROM LINHA-TOTAL-RECUPERACAO.
005350 8200-IMPRIME-TOTAL-RECUPERACAO-EXIT.
005360     EXIT.
005370*****************************************************************
005380*  FINALIZACAO - CONTAGENS POR PROGRAMA E ACAO, TOTAIS DA RODADA
005390*  E FECHAMENTO. CODIGO DE RETORNO 8 EM ERRO DE GRAVACAO, 4
005400*  QUANDO HOUVE DIVERGENCIA.
005410*****************************************************************
005420 9000-FINALIZA.
005430     MOVE SPACES TO REG-RELATORIO-RECUPERACAO.
005440     WRITE REG-RELATORIO-RECUPERACAO.
005450     WRITE REG-RELATORIO-RECUPERACAO
005460         FROM LINHA-CABECALHO-CONTAGEM.
005470     PERFORM 8100-IMPRIME-CONTAGEM
005480         THRU 8100-IMPRIME-CONTAGEM-EXIT
005490         VARYING I-CONTAGEM FROM 1 BY 1
005500         UNTIL I-CONTAGEM > QTD-CONTAGENS-TABELA.
005510     MOVE SPACES TO REG-RELATORIO-RECUPERACAO.
005520     WRITE REG-RELATORIO-RECUPERACAO.
005530     MOVE "REGISTROS COPIADOS DA COPIA:" TO TOT-RCV-TITULO.
005540     MOVE CONT-COPIADOS-BACKUP TO TOT-RCV-VALOR.
005550     PERFORM 8200-IMPRIME-TOTAL-RECUPERACAO
005560         THRU 8200-IMPRIME-TOTAL-RECUPERACAO-EXIT.
005570     MOVE "REGISTROS LIDOS NO DIARIO:" TO TOT-RCV-TITULO.
005580     MOVE CONT-LIDOS-DIARIO TO TOT-RCV-VALOR.
005590     PERFORM 8200-IMPRIME-TOTAL-RECUPERACAO
005600         THRU 8200-IMPRIME-TOTAL-RECUPERACAO-EXIT.
005610     MOVE "JA CONTIDOS NA COPIA:" TO TOT-RCV-TITULO.
005620     MOVE CONT-ANTERIORES-BACKUP TO TOT-RCV-VALOR.
005630     PERFORM 8200-IMPRIME-TOTAL-RECUPERACAO
005640         THRU 8200-IMPRIME-TOTAL-RECUPERACAO-EXIT.
005650     MOVE "POSTERIORES AO LIMITE:" TO TOT-RCV-TITULO.
005660     MOVE CONT-POSTERIORES-LIMITE TO TOT-RCV-VALOR.
005670     PERFORM 8200-IMPRIME-TOTAL-RECUPERACAO
005680         THRU 8200-IMPRIME-TOTAL-RECUPERACAO-EXIT.
005690     MOVE "REGISTROS APLICADOS:" TO TOT-RCV-TITULO.
005700     MOVE CONT-APLICADOS TO TOT-RCV-VALOR.
005710     PERFORM 8200-IMPRIME-TOTAL-RECUPERACAO
005720         THRU 8200-IMPRIME-TOTAL-RECUPERACAO-EXIT.
005730     MOVE "DIVERGENCIAS APONTADAS:" TO TOT-RCV-TITULO.
005740     MOVE CONT-DIVERGENCIAS TO TOT-RCV-VALOR.
005750     PERFORM 8200-IMPRIME-TOTAL-RECUPERACAO
005760         THRU 8200-IMPRIME-TOTAL-RECUPERACAO-EXIT.
005770     IF CONT-ACAO-INVALIDA > ZEROES
005780         MOVE "ACOES DESCONHECIDAS:" TO TOT-RCV-TITULO
005790         MOVE CONT-ACAO-INVALIDA TO TOT-RCV-VALOR
005800         PERFORM 8200-IMPRIME-TOTAL-RECUPERACAO
005810             THRU 8200-IMPRIME-TOTAL-RECUPERACAO-EXIT
005820     END-IF.
005830     IF CONTAGENS-EXCEDENTES > ZEROES
005840         MOVE "FORA DA TABELA DE CONTAGENS:" TO TOT-RCV-TITULO
005850         MOVE CONTAGENS-EXCEDENTES TO TOT-RCV-VALOR
005860         PERFORM 8200-IMPRIME-TOTAL-RECUPERACAO
005870             THRU 8200-IMPRIME-TOTAL-RECUPERACAO-EXIT
005880     END-IF.
005890     IF CONT-ERROS-GRAVACAO > ZEROES
005900         MOVE "ERROS DE GRAVACAO:" TO TOT-RCV-TITULO
005910         MOVE CONT-ERROS-GRAVACAO TO TOT-RCV-VALOR
005920         PERFORM 8200-IMPRIME-TOTAL-RECUPERACAO
005930             THRU 8200-IMPRIME-TOTAL-RECUPERACAO-EXIT
005940     END-IF.
005950     IF DIARIO-ABERTO
005960         CLOSE ARQ-DIARIO-MESTRE
005970     END-IF.
005980     CLOSE ARQ-MESTRE-HISTORICO.
005990     CLOSE ARQ-RELATORIO-RECUPERACAO.
006000     DISPLAY "RECUPERACAO ENCERRADA - COPIADOS: "
006010         CONT-COPIADOS-BACKUP " APLICADOS: " CONT-APLICADOS
006020         " DIVERGENCIAS: " CONT-DIVERGENCIAS.
006030     IF CONT-ERROS-GRAVACAO > ZEROES
006040         MOVE 8 TO RETURN-CODE
006050     ELSE
006060         IF CONT-DIVERGENCIAS > ZEROES
006070             MOVE 4 TO RETURN-CODE
006080         END-IF
006090     END-IF.
006100 9000-FINALIZA-EXIT.
006110     EXIT.
006120 9999-FIM-PROGRAMA.
006130     STOP RUN.
