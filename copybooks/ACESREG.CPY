000010******************************************************************
000020*    COPYBOOK: ACESREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO LOG DE ACESSOS DOS OPERADORES DO BALCAO
000060*              (ARQ-ACESSOS). UMA LINHA POR EVENTO: IDENTIFICACAO
000070*              ACEITA (S) OU RECUSADA (F), VERIFICACAO CONCLUIDA
000080*              (V), DOCUMENTO BLOQUEADO (B), CONSULTA AO
000090*              HISTORICO (H), RECUSA PELO PERFIL (R) E MANUTENCAO
000100*              DO CADASTRO DE OPERADORES (M). MOTIVO DA FALHA:
000110*              SE = SENHA ERRADA, DE = OPERADOR DESCONHECIDO,
000120*              IN = OPERADOR INATIVO, TR = BLOQUEADO POR ESTA
000130*              FALHA, BL = JA BLOQUEADO. MOTIVO DA RECUSA:
000140*              PR = PROPOSITO, HS = HISTORICO. NA MANUTENCAO O
000150*              MOTIVO TRAZ A ACAO DO CARTAO. ALIMENTA O RELATORIO
000160*              DIARIO DE ATIVIDADE POR OPERADOR.
000170*
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000200*    15/10/2026 GB   CRIACAO DO LOG DE ACESSOS.
000210******************************************************************
000220 01  ACESSO-REG.
000230     05  ACE-DATA                PIC 9(08).
000240     05  ACE-HORA                PIC 9(06).
000250     05  ACE-OPERADOR            PIC X(08).
000260     05  ACE-EVENTO              PIC X(01).
000270         88  ACE-ACESSO-OK       VALUE "S".
000280         88  ACE-ACESSO-FALHO    VALUE "F".
000290         88  ACE-VERIFICACAO     VALUE "V".
000300         88  ACE-DOC-BLOQUEADO   VALUE "B".
000310         88  ACE-CONSULTA-HIST   VALUE "H".
000320         88  ACE-RECUSA-PERFIL   VALUE "R".
000330         88  ACE-MANUTENCAO      VALUE "M".
000340     05  ACE-MOTIVO              PIC X(02).
000350         88  ACE-FALHA-TRAVOU    VALUE "TR".
000360     05  ACE-PROPOSITO           PIC X(02).
000370     05  ACE-RESULTADO           PIC X(05).
000380     05  ACE-TIPO-DOC            PIC X(01).
000390     05  ACE-DOC-NUMERO          PIC X(11).
000400     05  FILLER                  PIC X(36).
