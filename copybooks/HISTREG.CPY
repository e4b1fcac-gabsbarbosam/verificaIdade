000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000141*    02/09/2026 GB   CRIACAO DO LAYOUT DO HISTORICO.
000142*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO NO INICIO DA
000144*                    CHAVE (TIPO + NUMERO + DATA + HORA). OCUPA
000145*                    UMA POSICAO DO FILLER; O HISTORICO PRECISA
000147*                    SER RECARREGADO.
000148*    15/10/2026 GB   INCLUSAO DO IDENTIFICADOR DA EXECUCAO DO LOTE
000150*                    NOTURNO QUE GRAVOU A VERIFICACAO (EM BRANCO
000151*                    NOS DEMAIS PROGRAMAS), PARA O ESTORNO DA
000152*                    EXECUCAO. OCUPA 14 POSICOES DO FILLER.
000154*    15/10/2026 GB   INCLUSAO DO IDENTIFICADOR DO OPERADOR QUE
000155*                    FEZ A VERIFICACAO NO BALCAO (EM BRANCO NOS
000157*                    DEMAIS PROGRAMAS). OCUPA 8 POSICOES DO
000158*                    FILLER.
000160******************************************************************
000170 01  HISTORICO-REG.
000180     05  HST-CHAVE.
000185         10  HST-TIPO-DOC        PIC X(01).
000190         10  HST-DOC-NUMERO      PIC X(11).
000200         10  HST-DATA-VERIF      PIC 9(08).
000210         10  HST-HORA-VERIF      PIC 9(06).
000240     05  HST-RESULTADO           PIC X(05).
000250     05  HST-BLOQUEADO           PIC X(01).
000260     05  HST-PROPOSITO           PIC X(02).
000270     05  HST-ID-EXECUCAO         PIC X(14).
000280     05  HST-OPERADOR            PIC X(08).
000290     05  FILLER                  PIC X(19).
