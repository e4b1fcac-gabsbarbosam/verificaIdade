000010******************************************************************
000020*    COPYBOOK: PARMRRS.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CARTAO DE PARAMETROS DO RELATORIO
000060*              DIARIO DE MENORES SEM RESPONSAVEL VALIDO. INFORMA
000070*              A DATA DE VERIFICACAO A APURAR DA TRILHA DE
000080*              AUDITORIA. CARTAO AUSENTE, DATA EM BRANCO OU
000090*              ZERADA APURA A DATA DO SISTEMA.
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    15/10/2026 GB   CRIACAO DO LAYOUT DO CARTAO DO RELATORIO DE
000140*                    RESPONSAVEIS.
000150******************************************************************
000160 01  RESPONSAVEL-PARM-REG.
000170     05  PRR-DATA-REF            PIC 9(08).
000180     05  FILLER                  PIC X(72).
