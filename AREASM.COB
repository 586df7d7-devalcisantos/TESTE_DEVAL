000230*                      PROGRAMA DE ESTORNO AREASR) SAEM DAS
000240*                      ESTATISTICAS: SAO CONTADOS A PARTE E
000250*                      APONTADOS NO FIM DO RELATORIO.
000252*  15/10/2026  EJS     SEM DATA FINAL INFORMADA, O PERIODO VAI ATE
000254*                      A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT
000256*                      (MANTIDO PELO AREASN), NAO MAIS SEM LIMITE.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000340         FILE STATUS IS FS-MESTRE-HISTORICO.
000350     SELECT ARQ-RELATORIO-ESTAT ASSIGN TO SHPEST
000360         ORGANIZATION IS LINE SEQUENTIAL.
000362     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ARQ-MESTRE-HISTORICO.
000420 FD  ARQ-RELATORIO-ESTAT
000430     RECORDING MODE IS F.
000440 01  REG-RELATORIO-ESTAT         PIC X(100).
000442 FD  ARQ-DATA-PROCESSAMENTO
000444     RECORDING MODE IS F.
000446 01  REG-DATA-PROCESSAMENTO.
000448     COPY DATPRC.
000450 WORKING-STORAGE SECTION.
000460 01  SW-FIM-MESTRE           PIC X(01) VALUE "N".
000470     88  FIM-MESTRE                  VALUE "S".
000500     88  LOTE-ABERTO                 VALUE "S".
000510     88  LOTE-FECHADO                VALUE "N".
000520 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
000523 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000526 77  DATA-PROCESSAMENTO      PIC 9(08) VALUE ZEROES.
000530 77  DATA-INICIAL-PERIODO    PIC 9(08) VALUE ZEROES.
000540 77  DATA-FINAL-PERIODO      PIC 9(08) VALUE ZEROES.
000550 77  ENV-DATA-INICIAL        PIC X(08).
001240*****************************************************************
001250*  INICIALIZACAO - CAPTURA O PERIODO (DO AMBIENTE QUANDO
001260*  INFORMADO, PARA USO EM SCRIPT, OU VIA ACCEPT DE CONSOLE),
001270*  ABRE OS ARQUIVOS, ZERA AS TABELAS E IMPRIME O TITULO. DATA
001280*  INICIAL ZERADA SIGNIFICA SEM FILTRO; DATA FINAL ZERADA, ATE
001285*  A DATA DE PROCESSAMENTO (SHPDAT).
001290*****************************************************************
001300 1000-INICIALIZA.
001310     MOVE SPACES TO ENV-DATA-INICIAL.
001400     ELSE
001410         DISPLAY "DATA INICIAL (AAAAMMDD, ZEROS = SEM FILTRO): "
001420         ACCEPT DATA-INICIAL-PERIODO
001430         DISPLAY "DATA FINAL   (AAAAMMDD, ZEROS = DATA DO DIA): "
001440         ACCEPT DATA-FINAL-PERIODO
001450     END-IF.
001460     IF DATA-FINAL-PERIODO = ZEROES
001465         PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
001470             THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001475         MOVE DATA-PROCESSAMENTO TO DATA-FINAL-PERIODO
001480     END-IF.
001490     PERFORM 1100-INICIALIZA-TABELAS
001500         THRU 1100-INICIALIZA-TABELAS-EXIT.
001600     WRITE REG-RELATORIO-ESTAT FROM LINHA-TITULO-ESTAT.
001610 1000-INICIALIZA-EXIT.
001620     EXIT.
001621*****************************************************************
001622*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
001623*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
001624*  SISTEMA, COM AVISO.
001625*****************************************************************
001626 1050-OBTEM-DATA-PROCESSAMENTO.
001627     ACCEPT DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
001628     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
001629     IF FS-DATA-PROCESSAMENTO NOT = "00"
001630         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
001631             "VALE A DATA DO SISTEMA: " DATA-PROCESSAMENTO
001632         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001633     END-IF.
001634     READ ARQ-DATA-PROCESSAMENTO
001635         AT END
001636             MOVE SPACES TO REG-DATA-PROCESSAMENTO
001637     END-READ.
001638     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
001639         MOVE DPR-DATA-PROCESSAMENTO TO DATA-PROCESSAMENTO
001640     ELSE
001641         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
001642             "ILEGIVEL - VALE A DATA DO SISTEMA: "
001643             DATA-PROCESSAMENTO
001644     END-IF.
001645     CLOSE ARQ-DATA-PROCESSAMENTO.
001646 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
001647     EXIT.
001648*****************************************************************
001649*  ZERA A TABELA DE FORMAS (COM OS NOMES DAS FORMAS CONHECIDAS E
001650*  UMA ENTRADA PARA FORMAS NAO CLASSIFICADAS) E A TABELA DE
001660*  DIAS.
001670*****************************************************************
