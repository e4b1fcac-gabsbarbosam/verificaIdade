000122*                    IDADE MINIMA APLICADA, PARA QUE O CADASTRO
000123*                    SAIBA A QUAL PRODUTO O VEREDICTO
000124*                    MENOR/MAIOR SE REFERE.
000125*    15/10/2026 GB   INCLUSAO DO CPF DO RESPONSAVEL LEGAL E DA
000126*                    SITUACAO DO RESPONSAVEL, PREENCHIDOS PARA O
000128*                    MENOR VERIFICADO EM PROPOSITO QUE ADMITE
000129*                    CONSENTIMENTO (V = VALIDO, A = SEM
000131*                    RESPONSAVEL, D = CPF INVALIDO, N = FORA DO
000132*                    MESTRE, M = NAO E MAIOR, B = BLOQUEADO).
000134*                    OCUPAM 12 POSICOES DO FILLER.
000135*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000137*                    R = RNE/CRNM, P = PASSAPORTE). OCUPA UMA
000138*                    POSICAO DO FILLER.
000139*    15/10/2026 GB   INCLUSAO DO IDENTIFICADOR DA EXECUCAO DO LOTE
000141*                    NOTURNO QUE GRAVOU O REGISTRO (EM BRANCO NOS
000142*                    DEMAIS PROGRAMAS), PARA QUE O ESTORNO DA
000144*                    EXECUCAO SAIBA O QUE CANCELAR NO CADASTRO.
000145*                    OCUPA 14 POSICOES DO FILLER.
000147******************************************************************
000148 01  ONBOARDING-REG.
000150     05  ONB-DOC-NUMERO          PIC X(11).
000160     05  ONB-IDADE-CALC          PIC 9(03).
000170     05  ONB-RESULTADO           PIC X(05).
000210         10  ONB-DATA-VERIF-DD   PIC 9(02).
000215     05  ONB-PROPOSITO           PIC X(02).
000216     05  ONB-IDADE-MINIMA        PIC 9(03).
000226     05  ONB-DOC-RESPONSAVEL     PIC X(11).
000236     05  ONB-SIT-RESPONSAVEL     PIC X(01).
000246     05  ONB-TIPO-DOC            PIC X(01).
000256     05  ONB-ID-EXECUCAO         PIC X(14).
000266     05  FILLER                  PIC X(21).
