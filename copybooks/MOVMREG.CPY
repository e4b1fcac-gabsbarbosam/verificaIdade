000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    02/09/2026 GB   CRIACAO DO LAYOUT DE MOVIMENTO DO MESTRE.
000142*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000145*                    R = RNE/CRNM, P = PASSAPORTE). EM BRANCO,
000147*                    VALE CPF. OCUPA UMA POSICAO DO FILLER.
000150******************************************************************
000160 01  MOVIMENTO-REG.
000170     05  MOV-ACAO                PIC X(01).
000240         10  MOV-DT-NASCTO-CCYY  PIC 9(04).
000250         10  MOV-DT-NASCTO-MM    PIC 9(02).
000260         10  MOV-DT-NASCTO-DD    PIC 9(02).
000270     05  MOV-TIPO-DOC            PIC X(01).
000280     05  FILLER                  PIC X(19).
