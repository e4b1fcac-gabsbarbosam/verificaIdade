000010******************************************************************
000020*    COPYBOOK: DECIREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CARTAO DE DECISAO DO ANALISTA SOBRE UMA
000060*              DIVERGENCIA CADASTRAL RETIDA PELO LOTE NOTURNO.
000070*              CADA CARTAO RESOLVE TODOS OS CASOS RETIDOS DO CPF:
000080*              ACEITAR OS NOVOS DADOS (A), MANTER O MESTRE (M) OU
000090*              BLOQUEAR O CPF (B). O MOTIVO E OPCIONAL E, NO
000100*              BLOQUEIO, SEGUE PARA A LISTA DA PREVENCAO A
000110*              FRAUDES.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    15/10/2026 GB   CRIACAO DO LAYOUT DE DECISAO.
000160*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000170*                    R = RNE/CRNM, P = PASSAPORTE). EM BRANCO,
000180*                    VALE CPF. OCUPA UMA POSICAO DO FILLER.
000190******************************************************************
000200 01  DECISAO-REG.
000210     05  DEC-DOC-NUMERO          PIC X(11).
000220     05  DEC-DECISAO             PIC X(01).
000230         88  DEC-ACEITAR         VALUE "A".
000240         88  DEC-MANTER          VALUE "M".
000250         88  DEC-BLOQUEAR        VALUE "B".
000260     05  DEC-ANALISTA            PIC X(08).
000270     05  DEC-MOTIVO              PIC X(30).
000280     05  DEC-TIPO-DOC            PIC X(01).
000290     05  FILLER                  PIC X(29).
