000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    22/08/2026 GB   CRIACAO DO LAYOUT DO CARTAO DE CONSULTA.
000152*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000154*                    R = RNE/CRNM, P = PASSAPORTE), OPCIONAL: EM
000156*                    BRANCO SELECIONA TODOS OS TIPOS. OCUPA UMA
000158*                    POSICAO DO FILLER.
000160******************************************************************
000170 01  CONSULTA-PARM-REG.
000180     05  PAU-DOC-NUMERO          PIC X(11).
000210     05  PAU-RESULTADO           PIC X(05).
000220     05  PAU-SO-CPF-INVALIDO     PIC X(01).
000230         88  PAU-SOMENTE-INVALIDO VALUE "S".
000240     05  PAU-TIPO-DOC            PIC X(01).
000250     05  FILLER                  PIC X(46).
