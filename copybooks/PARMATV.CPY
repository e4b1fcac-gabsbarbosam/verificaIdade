000010******************************************************************
000020*    COPYBOOK: PARMATV.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CARTAO DE PARAMETROS DO RELATORIO DE
000060*              ATIVIDADE POR OPERADOR. CARTAO AUSENTE OU CAMPOS
000070*              EM BRANCO: DATA DO SISTEMA E LIMITE DE 10
000080*              CONSULTAS AO HISTORICO POR OPERADOR NO DIA (A
000090*              PARTIR DO LIMITE O OPERADOR E DESTACADO).
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    15/10/2026 GB   CRIACAO DO LAYOUT DO CARTAO DO RELATORIO.
000140******************************************************************
000150 01  ATIVIDADE-PARM-REG.
000160     05  PAT-DATA                PIC 9(08).
000170     05  PAT-LIMITE-HIST         PIC 9(03).
000180     05  FILLER                  PIC X(69).
