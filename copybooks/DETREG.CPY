000163*                    ORIGEM.
000164*    02/09/2026 GB   INCLUSAO DO PROPOSITO DA VERIFICACAO, PARA
000165*                    A COLUNA PR DO RELATORIO CLASSIFICADO.
000166*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO, PARA A
000168*                    COLUNA TP DO RELATORIO CLASSIFICADO.
000170******************************************************************
000180 01  DETALHE-REG.
000190     05  DET-GRUPO               PIC 9(01).
000270     05  DET-RESULTADO           PIC X(09).
000275     05  DET-SIST-ORIGEM         PIC X(08).
000276     05  DET-PROPOSITO           PIC X(02).
000286     05  DET-TIPO-DOC            PIC X(01).
000296     05  FILLER                  PIC X(03).
