000010*****************************************************************
000020*  DATPRC.CPY
000030*-----------------------------------------------------------------
000040*  LAYOUT DO REGISTRO DE CONTROLE DA DATA DE PROCESSAMENTO
000050*  (SHPDAT, REGISTRO UNICO): A DATA DE PRODUCAO EM QUE A CADEIA
000060*  ESTA TRABALHANDO, INDEPENDENTE DO RELOGIO (A CADEIA DA NOITE
000070*  QUE PASSA DA MEIA-NOITE OU O REPROCESSAMENTO NA MANHA
000080*  SEGUINTE CONTINUAM NO MESMO DIA), E A SITUACAO DO DIA
000090*  (A-ABERTO, F-FECHADO: O DIA ANTERIOR FOI ENCERRADO E A DATA
000100*  JA FOI AVANCADA PARA O PROXIMO DIA UTIL, AINDA NAO ABERTO).
000110*  GUARDA TAMBEM A DATA UTIL ANTERIOR E QUEM/QUANDO (RELOGIO)
000120*  ABRIU E FECHOU O DIA. MANTIDO PELA ABERTURA/FECHAMENTO DO DIA
000130*  (AREASN); LIDO POR TODO PROGRAMA QUE DATA OU FILTRA POR DATA.
000140*-----------------------------------------------------------------
000150*  DATA        AUTOR   DESCRICAO
000160*  15/10/2026  EJS     COPYBOOK ORIGINAL.
000170*****************************************************************
000180     05  DPR-DATA-PROCESSAMENTO  PIC 9(08).
000190     05  DPR-SITUACAO            PIC X(01).
000200         88  DPR-DIA-ABERTO         VALUE "A".
000210         88  DPR-DIA-FECHADO        VALUE "F".
000220     05  DPR-DATA-ANTERIOR       PIC 9(08).
000230     05  DPR-ABERTURA.
000240         10  DPR-ABE-DATA        PIC 9(08).
000250         10  DPR-ABE-HORA        PIC 9(06).
000260         10  DPR-ABE-OPERADOR    PIC X(08).
000270     05  DPR-FECHAMENTO.
000280         10  DPR-FEC-DATA        PIC 9(08).
000290         10  DPR-FEC-HORA        PIC 9(06).
000300         10  DPR-FEC-OPERADOR    PIC X(08).
000310     05  FILLER                  PIC X(10).
