000010******************************************************************
000020*    COPYBOOK: MARCREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DA MARCA D'AGUA DO EXTRATO PARA O AMBIENTE
000060*              ANALITICO. REGISTRO UNICO, REGRAVADO AO FIM DE CADA
000070*              EXTRACAO INCREMENTAL CORRETA. MRC-LIMITE GUARDA A
000080*              DATA E HORA ATE A QUAL (EXCLUSIVE) OS MOVIMENTOS
000090*              JA FORAM ENTREGUES; A PROXIMA EXTRACAO COMECA
000100*              NELE. AS QUANTIDADES SAO AS DA ULTIMA ENTREGA.
000110*
000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    15/10/2026 GB   CRIACAO DO LAYOUT DA MARCA D'AGUA.
000150******************************************************************
000160 01  MARCA-REG.
000170     05  MRC-LIMITE.
000180         10  MRC-LIMITE-DATA     PIC 9(08).
000190         10  MRC-LIMITE-HORA     PIC 9(06).
000200     05  MRC-INICIO.
000210         10  MRC-INICIO-DATA     PIC 9(08).
000220         10  MRC-INICIO-HORA     PIC 9(06).
000230     05  MRC-QTDE-AUDITORIA      PIC 9(08).
000240     05  MRC-QTDE-MESTRE         PIC 9(08).
000250     05  MRC-QTDE-ONBOARDING     PIC 9(08).
000260     05  MRC-QTDE-REVOGACOES     PIC 9(08).
000270     05  FILLER                  PIC X(20).
