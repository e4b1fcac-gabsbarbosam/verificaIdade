000128*                    VEREDICTO, PARA QUE A TRILHA DIGA A QUAL
000129*                    PRODUTO CADA MENOR/MAIOR SE REFERE. O
000130*                    REGISTRO CRESCE DE 56 PARA 60 POSICOES.
000131*    15/10/2026 GB   INCLUSAO DO INDICADOR DE DECISAO CADASTRAL:
000132*                    "R" QUANDO A VERIFICACAO FOI RETIDA POR
000133*                    DIVERGENCIA DE NASCIMENTO/NOME CONTRA O
000134*                    MESTRE, E A/M/B QUANDO O REGISTRO GRAVA A
000135*                    DECISAO DO ANALISTA SOBRE O CASO RETIDO.
000136*                    OCUPA UMA POSICAO DO FILLER.
000137*    15/10/2026 GB   INCLUSAO DO CPF DO RESPONSAVEL LEGAL E DA
000138*                    SITUACAO DO RESPONSAVEL DO MENOR VERIFICADO
000139*                    EM PROPOSITO QUE ADMITE CONSENTIMENTO
000140*                    (BRANCO QUANDO NAO SE APLICA). O REGISTRO
000141*                    CRESCE DE 60 PARA 72 POSICOES.
000142*    15/10/2026 GB   INCLUSAO DO TIPO DO DOCUMENTO VERIFICADO
000143*                    (C = CPF, R = RNE/CRNM, P = PASSAPORTE).
000144*                    O INDICADOR AUD-CPF-VALIDO PASSA A VALER
000145*                    PARA A REGRA DE VALIDACAO DO TIPO. OCUPA A
000146*                    ULTIMA POSICAO DO FILLER.
000147*    15/10/2026 GB   INCLUSAO DO IDENTIFICADOR DA EXECUCAO DO LOTE
000148*                    NOTURNO QUE GRAVOU O REGISTRO (DATA E HORA
000149*                    DO INICIO, EM BRANCO NOS DEMAIS PROGRAMAS) E
000150*                    DO INDICADOR "E" EM AUD-DECISAO PARA O
000151*                    REGISTRO DE ESTORNO GRAVADO PELO ESTORNO DE
000152*                    UMA EXECUCAO DO LOTE. O REGISTRO CRESCE DE
000153*                    72 PARA 86 POSICOES.
000154*    15/10/2026 GB   INCLUSAO DO MOTIVO DE REJEICAO DO REGISTRO
000155*                    RECEBIDO DE UMA ORIGEM (01 DOCUMENTO
000156*                    INVALIDO PARA O TIPO, 02 DATA DE NASCIMENTO
000157*                    OU IDADE INVALIDA, 03 REJEITADO POR FORMATO
000158*                    NO CONSOLIDADOR, 04 DOCUMENTO DUPLICADO NA
000159*                    ENTRADA) E DO INDICADOR "X" EM AUD-DECISAO
000160*                    PARA O REGISTRO QUE NAO FOI VERIFICADO (SO
000161*                    DEIXA A REJEICAO NA TRILHA). O REGISTRO
000162*                    CRESCE DE 86 PARA 88 POSICOES.
000163*    15/10/2026 GB   INCLUSAO DO IDENTIFICADOR DO OPERADOR QUE
000164*                    FEZ A VERIFICACAO NO BALCAO (VERIFICA-IDADE,
000165*                    DEPOIS DA IDENTIFICACAO DO OPERADOR; EM
000166*                    BRANCO NOS DEMAIS PROGRAMAS). O REGISTRO
000167*                    CRESCE DE 88 PARA 96 POSICOES.
000168******************************************************************
000130 01  AUDIT-REG.
000140     05  AUD-DATA-VERIF.
000150         10  AUD-DATA-VERIF-CCYY PIC 9(04).
000256     05  AUD-SIST-ORIGEM         PIC X(08).
000257     05  AUD-PROPOSITO           PIC X(02).
000258     05  AUD-IDADE-MINIMA        PIC 9(03).
000268     05  AUD-DECISAO             PIC X(01).
000278         88  AUD-RETIDO-DIVERGENCIA VALUE "R".
000288         88  AUD-E-DECISAO-ANALISTA VALUE "A" "M" "B".
000298         88  AUD-E-ESTORNO       VALUE "E".
000308         88  AUD-E-REJEICAO      VALUE "X".
000318     05  AUD-DOC-RESPONSAVEL     PIC X(11).
000328     05  AUD-SIT-RESPONSAVEL     PIC X(01).
000338         88  AUD-RESP-VALIDO     VALUE "V".
000348         88  AUD-RESP-PENDENTE   VALUE "A" "D" "N" "M" "B".
000358     05  AUD-TIPO-DOC            PIC X(01).
000368         88  AUD-DOC-CPF         VALUE "C" SPACE.
000378         88  AUD-DOC-RNE         VALUE "R".
000388         88  AUD-DOC-PASSAPORTE  VALUE "P".
000398     05  AUD-ID-EXECUCAO         PIC X(14).
000408     05  AUD-MOTIVO-REJEICAO     PIC X(02).
000418         88  AUD-SEM-REJEICAO    VALUE SPACES.
000428         88  AUD-REJ-DOCUMENTO   VALUE "01".
000438         88  AUD-REJ-DATA        VALUE "02".
000448         88  AUD-REJ-FORMATO     VALUE "03".
000458         88  AUD-REJ-DUPLICADO   VALUE "04".
000468     05  AUD-OPERADOR            PIC X(08).
