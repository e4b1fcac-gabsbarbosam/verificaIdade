000010******************************************************************
000020*    COPYBOOK: CHAVREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DA CHAVE DE PSEUDONIMIZACAO DO EXTRATO PARA
000060*              O AMBIENTE ANALITICO. A CHAVE ENTRA NO CALCULO DO
000070*              IDENTIFICADOR QUE SUBSTITUI O DOCUMENTO NOS
000080*              ARQUIVOS EXTRAIDOS E E GUARDADA PELA SEGURANCA DA
000090*              INFORMACAO, FORA DO ALCANCE DO AMBIENTE ANALITICO.
000100*              TROCAR A CHAVE TROCA TODOS OS IDENTIFICADORES, E
000110*              O AMBIENTE ANALITICO PRECISA SER RECARREGADO.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    15/10/2026 GB   CRIACAO DO LAYOUT DA CHAVE DE
000160*                    PSEUDONIMIZACAO.
000170******************************************************************
000180 01  CHAVE-REG.
000190     05  CHV-CHAVE               PIC X(16).
000200     05  FILLER                  PIC X(64).
