000010******************************************************************
000020*    COPYBOOK: MOVOREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CARTAO DE MOVIMENTO DA MANUTENCAO DO
000060*              CADASTRO DE OPERADORES (ARQ-OPERADORES). ACOES:
000070*              CONSULTA (C), INCLUSAO (I), ALTERACAO DO NOME, DA
000080*              SITUACAO E/OU DO PERFIL (A), NOVA SENHA (S) E
000090*              DESBLOQUEIO (D). NA ALTERACAO, CAMPO EM BRANCO
000100*              MANTEM O VALOR ATUAL; ATIVO = N INATIVA O
000110*              OPERADOR. SE ALGUM CODIGO DE PROPOSITO VIER
000120*              INFORMADO, A LISTA INTEIRA E SUBSTITUIDA. A NOVA
000130*              SENHA TAMBEM ZERA AS FALHAS E DESBLOQUEIA.
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    15/10/2026 GB   CRIACAO DO LAYOUT DE MOVIMENTO DE
000180*                    OPERADORES.
000190******************************************************************
000200 01  MOV-OPERADOR-REG.
000210     05  MVO-ACAO                PIC X(01).
000220         88  MVO-CONSULTA        VALUE "C".
000230         88  MVO-INCLUSAO        VALUE "I".
000240         88  MVO-ALTERACAO       VALUE "A".
000250         88  MVO-NOVA-SENHA      VALUE "S".
000260         88  MVO-DESBLOQUEIO     VALUE "D".
000270     05  MVO-OPERADOR            PIC X(08).
000280     05  MVO-NOME                PIC X(22).
000290     05  MVO-SENHA               PIC X(16).
000300     05  MVO-ATIVO               PIC X(01).
000310     05  MVO-PROP-PADRAO         PIC X(01).
000320     05  MVO-PROP-CODIGO         PIC X(02) OCCURS 5 TIMES.
000330     05  MVO-VER-HISTORICO       PIC X(01).
000340     05  FILLER                  PIC X(20).
