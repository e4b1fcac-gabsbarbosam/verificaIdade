000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    22/08/2026 GB   CRIACAO DO LAYOUT DE EXCECAO DE DUPLICADOS.
000132*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000135*                    R = RNE/CRNM, P = PASSAPORTE). OCUPA UMA
000137*                    POSICAO DO FILLER.
000140******************************************************************
000150 01  DUPLICADO-REG.
000160     05  DUP-DOC-NUMERO          PIC X(11).
000200         10  DUP-DATA-PROC-CCYY  PIC 9(04).
000210         10  DUP-DATA-PROC-MM    PIC 9(02).
000220         10  DUP-DATA-PROC-DD    PIC 9(02).
000230     05  DUP-TIPO-DOC            PIC X(01).
000240     05  FILLER                  PIC X(17).
