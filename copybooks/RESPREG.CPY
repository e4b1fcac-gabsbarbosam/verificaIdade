000010******************************************************************
000020*    COPYBOOK: RESPREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CADASTRO DE RESPONSAVEIS LEGAIS
000060*              (ARQ-RESPONSAVEIS, INDEXADO PELO TIPO E NUMERO DO
000070*              DOCUMENTO DO MENOR).
000080*              CADA MENOR TEM UM RESPONSAVEL VINCULADO, COM O
000090*              GRAU DE PARENTESCO (OU A TUTELA/GUARDA) E A DATA
000100*              EM QUE O CONSENTIMENTO FOI COLHIDO. MANTIDO PELA
000110*              MANUTENCAO DE RESPONSAVEIS E CONSULTADO PELAS
000120*              VERIFICACOES DE IDADE NOS PROPOSITOS QUE ADMITEM
000130*              MENOR COM CONSENTIMENTO.
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    15/10/2026 GB   CRIACAO DO LAYOUT DE RESPONSAVEIS LEGAIS.
000180*                    A CHAVE E O TIPO DE DOCUMENTO DO MENOR
000190*                    (C = CPF, R = RNE/CRNM, P = PASSAPORTE) MAIS
000200*                    O NUMERO (RSP-CHAVE-MENOR), COMO NO MESTRE.
000210*                    O RESPONSAVEL E SEMPRE CPF.
000220******************************************************************
000230 01  RESPONSAVEL-REG.
000240     05  RSP-CHAVE-MENOR.
000250         10  RSP-TIPO-MENOR      PIC X(01).
000260         10  RSP-DOC-MENOR       PIC X(11).
000270     05  RSP-DOC-RESPONSAVEL     PIC X(11).
000280     05  RSP-PARENTESCO          PIC X(02).
000290         88  RSP-PARENTESCO-VALIDO VALUE "PA" "MA" "TU" "GU".
000300     05  RSP-DATA-CONSENTIMENTO.
000310         10  RSP-CONSENT-CCYY    PIC 9(04).
000320         10  RSP-CONSENT-MM      PIC 9(02).
000330         10  RSP-CONSENT-DD      PIC 9(02).
000340     05  RSP-DATA-ATUALIZACAO    PIC 9(08).
000350     05  FILLER                  PIC X(19).
