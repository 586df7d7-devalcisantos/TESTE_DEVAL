000190*  01/09/2026  EJS     INCLUIDO O MOTIVO 11 (PROVAVEL
000200*                      DUPLICIDADE CONTRA O MESTRE DE HISTORICO
000210*                      NO MESMO DIA), APONTADO PELA CRITICA.
000211*  15/10/2026  EJS     REGISTRO ORIGINAL AMPLIADO PARA 49
000212*                      POSICOES COM O CODIGO DA PECA DO CATALOGO
000213*                      (LAYOUT ENTFRM). INCLUIDOS OS MOTIVOS 12
000214*                      (PECA NAO CADASTRADA), 13 (PECA INATIVA)
000215*                      E 14 (MATERIAL DIFERENTE DO CATALOGO).
000220*****************************************************************
000230     05  SUS-REGISTRO-ORIGINAL   PIC X(49).
000240     05  SUS-MOTIVO-REJEICAO     PIC X(02).
000250         88  SUS-MOTIVO-FORMA           VALUE "01".
000260         88  SUS-MOTIVO-UNIDADE         VALUE "02".
000330         88  SUS-MOTIVO-TIPO-LINHA      VALUE "09".
000340         88  SUS-MOTIVO-DEDUCAO-SEM-MAE VALUE "10".
000350         88  SUS-MOTIVO-DUPLICIDADE     VALUE "11".
000352         88  SUS-MOTIVO-PECA-INEXISTENTE VALUE "12".
000354         88  SUS-MOTIVO-PECA-INATIVA    VALUE "13".
000356         88  SUS-MOTIVO-PECA-MATERIAL   VALUE "14".
000360     05  SUS-DATA-REJEICAO       PIC 9(08).
