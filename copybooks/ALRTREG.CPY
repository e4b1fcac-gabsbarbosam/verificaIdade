000120*    MODIFICATION HISTORY
000130*    DATE       INIT DESCRIPTION
000140*    22/08/2026 GB   CRIACAO DO LAYOUT DE ALERTA.
000141*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000142*                    R = RNE/CRNM, P = PASSAPORTE). OCUPA UMA
000144*                    POSICAO DO FILLER.
000145*    15/10/2026 GB   INCLUSAO DO IDENTIFICADOR DA EXECUCAO DO LOTE
000147*                    NOTURNO QUE GRAVOU O ALERTA, PARA O ESTORNO
000148*                    DA EXECUCAO. OCUPA 14 POSICOES DO FILLER.
000150******************************************************************
000160 01  ALERTA-REG.
000170     05  ALR-DOC-NUMERO          PIC X(11).
000200         10  ALR-DATA-MAIO-CCYY  PIC 9(04).
000210         10  ALR-DATA-MAIO-MM    PIC 9(02).
000220         10  ALR-DATA-MAIO-DD    PIC 9(02).
000230     05  ALR-TIPO-DOC            PIC X(01).
000240     05  ALR-ID-EXECUCAO         PIC X(14).
000250     05  FILLER                  PIC X(06).
