000010******************************************************************
000020*    COPYBOOK: PARMETL.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CARTAO DE PARAMETROS DO ESTORNO DE UMA
000060*              EXECUCAO DO LOTE NOTURNO. INFORMA O IDENTIFICADOR
000070*              DA EXECUCAO A ESTORNAR (DATA E HORA DO INICIO,
000080*              AAAAMMDDHHMMSS), TAL COMO EXIBIDO NO CONSOLE PELO
000090*              LOTE E GRAVADO NO JORNAL DE EXECUCAO.
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    15/10/2026 GB   CRIACAO DO LAYOUT DO CARTAO DE ESTORNO.
000140******************************************************************
000150 01  ESTORNO-PARM-REG.
000160     05  PET-ID-EXECUCAO         PIC X(14).
000170     05  FILLER                  PIC X(66).
