000010******************************************************************
000020*    COPYBOOK: PARMXTR.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CARTAO DE PARAMETROS DO EXTRATO PARA O
000060*              AMBIENTE ANALITICO. CARTAO AUSENTE OU DATAS EM
000070*              BRANCO: EXTRACAO INCREMENTAL, DA MARCA D'AGUA DA
000080*              ULTIMA ENTREGA ATE O INICIO DA EXECUCAO. COM AS
000090*              DUAS DATAS INFORMADAS: REEXTRACAO DO PERIODO (DATA
000100*              INICIAL A DATA FINAL, INCLUSIVE), LIMITADA AO QUE
000110*              JA FOI ENTREGUE, SEM MOVER A MARCA D'AGUA.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    15/10/2026 GB   CRIACAO DO LAYOUT DO CARTAO DO EXTRATO.
000160******************************************************************
000170 01  EXTRATO-PARM-REG.
000180     05  PXT-DATA-INICIO         PIC 9(08).
000190     05  PXT-DATA-FIM            PIC 9(08).
000200     05  FILLER                  PIC X(64).
