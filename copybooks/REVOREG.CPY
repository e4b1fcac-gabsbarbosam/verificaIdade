000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    02/09/2026 GB   CRIACAO DO LAYOUT DE REVOGACAO.
000142*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000145*                    R = RNE/CRNM, P = PASSAPORTE). OCUPA UMA
000147*                    POSICAO DO FILLER.
000150******************************************************************
000160 01  REVOGACAO-REG.
000170     05  RVG-DOC-NUMERO          PIC X(11).
000190     05  RVG-MOTIVO-BLOQUEIO     PIC X(30).
000200     05  RVG-DATA-ULT-VERIF      PIC 9(08).
000210     05  RVG-ULT-RESULTADO       PIC X(05).
000220     05  RVG-TIPO-DOC            PIC X(01).
000230     05  FILLER                  PIC X(17).
