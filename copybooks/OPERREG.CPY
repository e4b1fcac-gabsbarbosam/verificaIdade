000010******************************************************************
000020*    COPYBOOK: OPERREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CADASTRO DE OPERADORES DO BALCAO
000060*              (ARQ-OPERADORES, INDEXADO PELO CODIGO DO
000070*              OPERADOR). GUARDA O RESUMO DA SENHA (NUNCA A
000080*              SENHA), A SITUACAO DO OPERADOR E O PERFIL DE
000090*              AUTORIZACAO: SE PODE VERIFICAR NO PROPOSITO PADRAO
000100*              (PROPOSITO EM BRANCO), QUAIS CODIGOS DE PROPOSITO
000110*              DO CARTAO DE PARAMETROS PODE VERIFICAR E SE PODE
000120*              CONSULTAR O HISTORICO DO TITULAR. AS FALHAS
000130*              SEGUIDAS DE SENHA SAO CONTADAS NO REGISTRO; AO
000140*              ATINGIR O LIMITE O OPERADOR FICA BLOQUEADO ATE O
000150*              DESBLOQUEIO OU A TROCA DA SENHA NA MANUTENCAO.
000160*
000170*    MODIFICATION HISTORY
000180*    DATE       INIT DESCRIPTION
000190*    15/10/2026 GB   CRIACAO DO CADASTRO DE OPERADORES.
000200******************************************************************
000210 01  OPERADOR-REG.
000220     05  OPR-ID                  PIC X(08).
000230     05  OPR-NOME                PIC X(22).
000240     05  OPR-SENHA-HASH          PIC X(18).
000250     05  OPR-ATIVO               PIC X(01).
000260         88  OPR-SIT-ATIVO       VALUE "S".
000270     05  OPR-PERFIL.
000280         10  OPR-PROP-PADRAO     PIC X(01).
000290             88  OPR-PERMITE-PADRAO VALUE "S".
000300         10  OPR-PROP-CODIGO     PIC X(02) OCCURS 5 TIMES.
000310         10  OPR-VER-HISTORICO   PIC X(01).
000320             88  OPR-PERMITE-HISTORICO VALUE "S".
000330     05  OPR-FALHAS              PIC 9(02).
000340     05  OPR-TRAVADO             PIC X(01).
000350         88  OPR-SIT-TRAVADO     VALUE "S".
000360     05  OPR-DATA-ULT-ACESSO     PIC 9(08).
000370     05  FILLER                  PIC X(08).
