000010******************************************************************
000020*    COPYBOOK: PARMQLD.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CARTAO DE PARAMETROS DO PAINEL DE
000060*              QUALIDADE DAS ORIGENS. INFORMA A DATA DE
000070*              REFERENCIA (EM BRANCO OU ZERADA, A DATA DO
000080*              SISTEMA) E O LIMITE, EM PONTOS PERCENTUAIS, DE
000090*              AUMENTO DA TAXA DE REJEICAO DO DIA SOBRE A MEDIA
000100*              DOS 30 DIAS ANTERIORES A PARTIR DO QUAL A ORIGEM E
000110*              APONTADA (EM BRANCO, 5,0 PONTOS).
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    15/10/2026 GB   CRIACAO DO LAYOUT DO CARTAO DE QUALIDADE.
000160******************************************************************
000170 01  QUALIDADE-PARM-REG.
000180     05  PQL-DATA-REF            PIC 9(08).
000190     05  PQL-LIMITE-AUMENTO      PIC 9(03)V9(01).
000200     05  FILLER                  PIC X(68).
