000140*    MODIFICATION HISTORY
000150*    DATE       INIT DESCRIPTION
000160*    02/09/2026 GB   CRIACAO DO LAYOUT DO CARTAO DO TITULAR.
000162*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000165*                    R = RNE/CRNM, P = PASSAPORTE). EM BRANCO,
000167*                    VALE CPF. OCUPA UMA POSICAO DO FILLER.
000170******************************************************************
000180 01  TITULAR-PARM-REG.
000190     05  PLG-DOC-NUMERO          PIC X(11).
000200     05  PLG-ACAO                PIC X(01).
000210         88  PLG-EXTRACAO        VALUE "E".
000220         88  PLG-ELIMINACAO      VALUE "X".
000230     05  PLG-TIPO-DOC            PIC X(01).
000240     05  FILLER                  PIC X(67).
