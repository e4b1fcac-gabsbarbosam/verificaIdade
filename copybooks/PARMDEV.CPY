000010******************************************************************
000020*    COPYBOOK: PARMDEV.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CARTAO DE PARAMETROS DA DEVOLUCAO DE
000060*              REJEITADOS AS ORIGENS. INFORMA A DATA DE
000070*              PROCESSAMENTO A DEVOLVER (EM BRANCO OU ZERADA, A
000080*              DATA DO SISTEMA) E O CODIGO DA ORIGEM ATENDIDA POR
000090*              CADA UM DOS CINCO ARQUIVOS DE DEVOLUCAO
000100*              (ARQ-DEVOLUCAO1 A ARQ-DEVOLUCAO5), NORMALMENTE NA
000110*              MESMA ORDEM DOS EXTRATOS DE ENTRADA DO
000120*              CONSOLIDADOR. POSICAO EM BRANCO NAO GERA ARQUIVO.
000130*
000140*    MODIFICATION HISTORY
000150*    DATE       INIT DESCRIPTION
000160*    15/10/2026 GB   CRIACAO DO LAYOUT DO CARTAO DE DEVOLUCAO.
000170******************************************************************
000180 01  DEVOLUCAO-PARM-REG.
000190     05  PDV-DATA-REF            PIC 9(08).
000200     05  PDV-ORIGEM              PIC X(08) OCCURS 5 TIMES.
000210     05  FILLER                  PIC X(32).
