000290*                      ENCERRAR O PROGRAMA DIRETO (CODIGO DE
000300*                      RETORNO 8), SEM LER O CADASTRO FECHADO NEM
000310*                      GRAVAR TOTAIS NUM RELATORIO NUNCA ABERTO.
000312*  15/10/2026  EJS     A POSICAO E O ATRASO DOS LOTES PASSAM A SER
000314*                      MEDIDOS PELA DATA DE PROCESSAMENTO DO
000316*                      CONTROLE SHPDAT (MANTIDO PELO AREASN), NAO
000318*                      PELO RELOGIO.
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000430         FILE STATUS IS FS-MESTRE-HISTORICO.
000440     SELECT ARQ-RELATORIO-SITUACAO ASSIGN TO SHPJOB
000450         ORGANIZATION IS LINE SEQUENTIAL.
000452     SELECT ARQ-DATA-PROCESSAMENTO ASSIGN TO SHPDAT
000454         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS FS-DATA-PROCESSAMENTO.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ARQ-LOTES
000550 FD  ARQ-RELATORIO-SITUACAO
000560     RECORDING MODE IS F.
000570 01  REG-RELATORIO-SITUACAO      PIC X(100).
000572 FD  ARQ-DATA-PROCESSAMENTO
000574     RECORDING MODE IS F.
000576 01  REG-DATA-PROCESSAMENTO.
000578     COPY DATPRC.
000580 WORKING-STORAGE SECTION.
000590 01  SW-FIM-LOTES            PIC X(01) VALUE "N".
000600     88  FIM-LOTES                   VALUE "S".
000690     88  ERRO-EXECUCAO               VALUE "S".
000700 77  FS-LOTES                PIC X(02) VALUE ZEROES.
000710 77  FS-MESTRE-HISTORICO     PIC X(02) VALUE ZEROES.
000715 77  FS-DATA-PROCESSAMENTO   PIC X(02) VALUE ZEROES.
000720 77  DATA-SISTEMA            PIC 9(08) VALUE ZEROES.
000730 77  CONT-LOTES-ABERTOS      PIC 9(05) VALUE ZEROES COMP.
000740 77  CONT-LOTES-ENCERRADOS   PIC 9(05) VALUE ZEROES COMP.
001380*  AVISO NO CONSOLE.
001390*****************************************************************
001400 1000-INICIALIZA.
001406     PERFORM 1050-OBTEM-DATA-PROCESSAMENTO
001412         THRU 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
001420     OPEN INPUT ARQ-LOTES.
001430     IF FS-LOTES NOT = "00"
001440         DISPLAY "ERRO - CADASTRO DE LOTES (LOTMSTR) NAO "
001590     WRITE REG-RELATORIO-SITUACAO FROM LINHA-CABECALHO-SITUACAO.
001600 1000-INICIALIZA-EXIT.
001610     EXIT.
001611*****************************************************************
001612*  OBTEM A DATA DE PROCESSAMENTO DO CONTROLE SHPDAT (MANTIDO PELO
001613*  AREASN) NO LUGAR DO RELOGIO. SEM O CONTROLE VALE A DATA DO
001614*  SISTEMA, COM AVISO.
001615*****************************************************************
001616 1050-OBTEM-DATA-PROCESSAMENTO.
001617     ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
001618     OPEN INPUT ARQ-DATA-PROCESSAMENTO.
001619     IF FS-DATA-PROCESSAMENTO NOT = "00"
001620         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) NAO ABERTO - "
001621             "VALE A DATA DO SISTEMA: " DATA-SISTEMA
001622         GO TO 1050-OBTEM-DATA-PROCESSAMENTO-EXIT
001623     END-IF.
001624     READ ARQ-DATA-PROCESSAMENTO
001625         AT END
001626             MOVE SPACES TO REG-DATA-PROCESSAMENTO
001627     END-READ.
001628     IF DPR-DATA-PROCESSAMENTO IS NUMERIC
001629         MOVE DPR-DATA-PROCESSAMENTO TO DATA-SISTEMA
001630     ELSE
001631         DISPLAY "AVISO - CONTROLE DE DATA (SHPDAT) VAZIO OU "
001632             "ILEGIVEL - VALE A DATA DO SISTEMA: " DATA-SISTEMA
001633     END-IF.
001634     CLOSE ARQ-DATA-PROCESSAMENTO.
001635 1050-OBTEM-DATA-PROCESSAMENTO-EXIT.
001636     EXIT.
001637*****************************************************************
001638*  LEITURA DO PROXIMO LOTE DO CADASTRO.
001640*****************************************************************
001650 2000-LE-PROXIMO-LOTE.
001660     READ ARQ-LOTES
