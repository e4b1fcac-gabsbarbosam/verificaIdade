000010******************************************************************
000020*    COPYBOOK: MOVRREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CARTAO DE MOVIMENTO DA MANUTENCAO DO
000060*              CADASTRO DE RESPONSAVEIS LEGAIS (ARQ-RESPONSAVEIS).
000070*              CADA CARTAO TRAZ UMA ACAO SOBRE O DOCUMENTO DE UM
000080*              MENOR (TIPO E NUMERO; TIPO EM BRANCO VALE CPF):
000090*              CONSULTA (C), INCLUSAO DO VINCULO (I), ALTERACAO
000100*              DO RESPONSAVEL, DO PARENTESCO E/OU DA DATA DO
000110*              CONSENTIMENTO (A) OU EXCLUSAO DO VINCULO (E). NA
000120*              ALTERACAO, CAMPO EM BRANCO (OU DATA ZERADA) MANTEM
000130*              O VALOR ATUAL. PARENTESCO: PA = PAI, MA = MAE,
000140*              TU = TUTOR, GU = GUARDIAO JUDICIAL.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    15/10/2026 GB   CRIACAO DO LAYOUT DE MOVIMENTO DE
000190*                    RESPONSAVEIS, COM O TIPO DE DOCUMENTO DO
000200*                    MENOR (C = CPF, R = RNE/CRNM, P = PASSAPORTE;
000210*                    EM BRANCO, VALE CPF).
000220******************************************************************
000230 01  MOV-RESPONSAVEL-REG.
000240     05  MVR-ACAO                PIC X(01).
000250         88  MVR-CONSULTA        VALUE "C".
000260         88  MVR-INCLUSAO        VALUE "I".
000270         88  MVR-ALTERACAO       VALUE "A".
000280         88  MVR-EXCLUSAO        VALUE "E".
000290     05  MVR-DOC-MENOR           PIC X(11).
000300     05  MVR-DOC-RESPONSAVEL     PIC X(11).
000310     05  MVR-PARENTESCO          PIC X(02).
000320         88  MVR-PARENTESCO-VALIDO VALUE "PA" "MA" "TU" "GU".
000330     05  MVR-DATA-CONSENTIMENTO.
000340         10  MVR-CONSENT-CCYY    PIC 9(04).
000350         10  MVR-CONSENT-MM      PIC 9(02).
000360         10  MVR-CONSENT-DD      PIC 9(02).
000370     05  MVR-TIPO-MENOR          PIC X(01).
000380     05  FILLER                  PIC X(46).
