000300*                      8) SEM REGRAVAR O ARQUIVO, COMO NO AREAST:
000310*                      A REGRAVACAO SO COM O QUE COUBE NA TABELA
000320*                      DESTRUIRIA OS REGISTROS EXCEDENTES.
000321*  15/10/2026  EJS     REGISTRO DE ENTRADA AMPLIADO PARA 49
000322*                      POSICOES COM O CODIGO DA PECA DO CATALOGO
000323*                      (PECMSTR): O MENU DE CORRECAO GANHA O CAMPO
000324*                      P (CODIGO DA PECA) E O TIPO DE LINHA ACEITA
000325*                      P. MOTIVOS 12 A 14 (PECA DO CATALOGO)
000326*                      DESCRITOS POR EXTENSO.
000327*  15/10/2026  EJS     A IDADE DOS REGISTROS SUSPENSOS PASSA A SER
000328*                      CONTADA ATE A DATA DE PROCESSAMENTO DO
000329*                      CONTROLE SHPDAT (MANTIDO PELO AREASN), A
000330*                      MESMA DATA GRAVADA NA REJEICAO PELO AREASE.
000331*****************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000400     SELECT ARQ-REAPRESENTACAO ASSIGN TO SHPFIX
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-REAPRESENTACAO.
000422     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  ARQ-SUSPENSO
000480     COPY SUSREG.
000490 FD  ARQ-REAPRESENTACAO
000500     RECORDING MODE IS F.
000510 01  REG-REAPRESENTACAO          PIC X(49).
000512 FD  ARQ-DATA-PROCESSAMENTO
000514     RECORDING MODE IS F.
000516 01  REG-DATA-PROCESSAMENTO.
000518     COPY DATPRC.
000520 WORKING-STORAGE SECTION.
000530 01  SW-FIM-SUSPENSO         PIC X(01) VALUE "N".
000540     88  FIM-SUSPENSO                VALUE "S".
000690 01  OPCAO-CAMPO             PIC X(01).
000700 77  FS-SUSPENSO             PIC X(02) VALUE ZEROES.
000710 77  FS-REAPRESENTACAO       PIC X(02) VALUE ZEROES.
000715 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000720 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
000730 77  I-SUSPENSO              PIC 9(03) VALUE ZEROES COMP.
000740 77  QTD-SUSPENSOS-TABELA    PIC 9(03) VALUE ZEROES COMP.
000960     COPY ENTFRM.
000970 01  TABELA-SUSPENSOS.
000980     05  ITEM-SUSPENSO OCCURS 500.
000990         10  TAB-SUS-REGISTRO    PIC X(59).
001000         10  TAB-SUS-DESTINO     PIC X(01).
001010             88  DESTINO-SUSPENSO       VALUE "S".
001020             88  DESTINO-REAPRESENTA    VALUE "F".
001260*  ENVELHECIMENTO.
001270*****************************************************************
001280 1000-INICIALIZA.
001286     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
001292         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
001300     MOVE DATA-SISTEMA TO DATA-CALCULO-SERIAL.
001310     PERFORM 7000-CALCULA-DIAS-SERIAL
001320         THRU 7000-CALCULA-DIAS-SERIAL-EXIT.
001570     END-IF.
001580 1000-INICIALIZA-EXIT.
001590     EXIT.
001591*****************************************************************
001592*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
001593*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
001594*  SISTEMA, COM AVISO.
001595*****************************************************************
001596 1050-OBTEM-DATA-PROCESSAMENTO.
001597     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
001598     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
001599     IF FS-DATA-PROCESSAMENTO NOT = "00"
001600         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
001601             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
001602         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001603     END-IF.
001604     READ ARQ-DATA-PROCESSAMENTO
001605         AT END
001606             MOVE SPACES TO REG-DATA-PROCESSAMENTO
001607     END-READ.
001608     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
001609         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
001610     ELSE
001611         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
001612             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
001613     END-IF.
001614     CLOSE ARQ-DATA-PROCESSAMENTO.
001615 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
001616     EXIT.
001617*****************************************************************
001618*  CARREGA O PROXIMO REGISTRO DO SUSPENSO NA TABELA E SOMA NO
001620*  RESUMO DE ENVELHECIMENTO OS REGISTROS PARADOS ALEM DO LIMITE.
001630*  REGISTROS ALEM DA CAPACIDADE DA TABELA SAO CONTADOS; COMO O
001640*  SHPSUSP E REGRAVADO SO COM O QUE FOI CARREGADO, A SESSAO E
002670         WHEN SUS-MOTIVO-DUPLICIDADE
002680             MOVE "PROVAVEL DUPLICIDADE NO MESTRE"
002690                 TO DESCRICAO-MOTIVO
002691         WHEN SUS-MOTIVO-PECA-INEXISTENTE
002692             MOVE "PECA NAO CADASTRADA NO CATALOGO"
002693                 TO DESCRICAO-MOTIVO
002694         WHEN SUS-MOTIVO-PECA-INATIVA
002695             MOVE "PECA INATIVA NO CATALOGO" TO DESCRICAO-MOTIVO
002696         WHEN SUS-MOTIVO-PECA-MATERIAL
002697             MOVE "MATERIAL DIFERENTE DO CATALOGO"
002698                 TO DESCRICAO-MOTIVO
002700         WHEN OTHER
002710             MOVE "MOTIVO NAO CLASSIFICADO" TO DESCRICAO-MOTIVO
002720     END-EVALUATE.
003230     DISPLAY "7 - QUANTIDADE (ATUAL: " ENT-QUANTIDADE ")".
003240     DISPLAY "8 - MATERIAL (ATUAL: " ENT-CODIGO-MATERIAL ")".
003250     DISPLAY "9 - TIPO DE LINHA (ATUAL: " ENT-TIPO-LINHA ")".
003255     DISPLAY "P - CODIGO DA PECA (ATUAL: " ENT-CODIGO-PECA ")".
003260     DISPLAY "0 - FIM DA CORRECAO".
003270     DISPLAY "OPCAO: ".
003280     ACCEPT OPCAO-CAMPO.
003520             DISPLAY "NOVO CODIGO DE MATERIAL: "
003530             ACCEPT ENT-CODIGO-MATERIAL
003540         WHEN "9"
003546             DISPLAY "NOVO TIPO (BRANCO-PECA  D-DEDUCAO  "
003552                 "P-PECA DO CATALOGO): "
003560             ACCEPT ENT-TIPO-LINHA
003562         WHEN "P"
003564             DISPLAY "NOVO CODIGO DA PECA: "
003566             ACCEPT ENT-CODIGO-PECA
003570         WHEN "0"
003580             SET FIM-CORRECAO TO TRUE
003590         WHEN OTHER
