000132*                    VERIFIQUE TODOS OS CORTES DE IDADE.
000133*                    PROPOSITO NAO ENCONTRADO NA TABELA (OU EM
000134*                    BRANCO) USA PARM-IDADE-MINIMA.
000135*    15/10/2026 GB   INCLUSAO DO INDICADOR DE CONSENTIMENTO POR
000136*                    PROPOSITO ("S" = O PROPOSITO ADMITE MENOR
000137*                    COM CONSENTIMENTO DO RESPONSAVEL LEGAL),
000138*                    NA MESMA POSICAO DA TABELA DE PROPOSITOS, E
000139*                    DO INDICADOR DO PROPOSITO PADRAO (EM BRANCO
000140*                    OU FORA DA TABELA). CARTOES ANTIGOS (CAMPOS
000142*                    EM BRANCO) NAO ADMITEM CONSENTIMENTO.
000143*    15/10/2026 GB   INCLUSAO DO NUMERO DE FALHAS SEGUIDAS DE
000144*                    SENHA QUE BLOQUEIA O OPERADOR DO BALCAO.
000145*                    CARTOES ANTIGOS (CAMPO EM BRANCO) MANTEM O
000146*                    PADRAO DE 3 FALHAS DO PROGRAMA.
000147******************************************************************
000148 01  PARAMETRO-REG.
000150     05  PARM-IDADE-MINIMA       PIC 9(03).
000155     05  PARM-DIAS-ALERTA        PIC 9(03).
000156     05  PARM-PROPOSITOS.
000158             15  PARM-PROP-CODIGO PIC X(02).
000159             15  PARM-PROP-IDADE PIC 9(03).
000159     05  PARM-MAX-HISTORICO      PIC 9(02).
000169     05  PARM-PROP-CONSENTE      PIC X(01) OCCURS 5 TIMES.
000179     05  PARM-CONSENTE-PADRAO    PIC X(01).
000189     05  PARM-MAX-FALHAS         PIC 9(02).
000199     05  FILLER                  PIC X(39).
