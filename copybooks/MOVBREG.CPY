000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    02/09/2026 GB   CRIACAO DO LAYOUT DE MOVIMENTO DE BLOQUEIO.
000152*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000155*                    R = RNE/CRNM, P = PASSAPORTE). EM BRANCO,
000157*                    VALE CPF. OCUPA UMA POSICAO DO FILLER.
000160******************************************************************
000170 01  MOV-BLOQUEIO-REG.
000180     05  MVB-ACAO                PIC X(01).
000210     05  MVB-DOC-NUMERO          PIC X(11).
000220     05  MVB-MOTIVO              PIC X(30).
000230     05  MVB-DATA-VIGENCIA       PIC 9(08).
000240     05  MVB-TIPO-DOC            PIC X(01).
000250     05  FILLER                  PIC X(29).
