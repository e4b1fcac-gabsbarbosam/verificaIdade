000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    02/09/2026 GB   CRIACAO DO LAYOUT DO LOG DE MANUTENCAO.
000142*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000145*                    R = RNE/CRNM, P = PASSAPORTE). OCUPA UMA
000147*                    POSICAO DO FILLER.
000150******************************************************************
000160 01  LOG-MESTRE-REG.
000170     05  LOG-DATA-MOV            PIC 9(08).
000230     05  LOG-RESULT-ANTERIOR     PIC X(05).
000240     05  LOG-NOME-NOVO           PIC X(40).
000250     05  LOG-DT-NASCTO-NOVO      PIC 9(08).
000260     05  LOG-TIPO-DOC            PIC X(01).
000270     05  FILLER                  PIC X(12).
