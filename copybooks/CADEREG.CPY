000010******************************************************************
000020*    COPYBOOK: CADEREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DA DEFINICAO DA CADEIA DE JOBS DA SUITE DE
000060*              VERIFICACAO DE IDADE (ARQ-CADEIA), UM REGISTRO POR
000070*              PROGRAMA, COM O NOME GRAVADO NO JORNAL DE EXECUCAO.
000080*              NA PARTIDA, O PROGRAMA CONFERE NO JORNAL QUE CADA
000090*              PREDECESSOR RODOU DEPOIS DA SUA ULTIMA EXECUCAO
000100*              BEM-SUCEDIDA E TERMINOU COM RC 0 E, QUANDO ELE NAO
000110*              PODE REPETIR (CAD-REPETICAO DIFERENTE DE S), QUE
000120*              ELE AINDA NAO TERMINOU UMA EXECUCAO NA MESMA DATA
000130*              DE NEGOCIO. A HORA DE VIRADA (HHMM) DA A DATA DE
000140*              NEGOCIO: EXECUCAO INICIADA ANTES DELA PERTENCE A
000150*              DATA ANTERIOR (JANELA QUE ATRAVESSA A MEIA-NOITE).
000160*              ZERADA, VALE A DATA DO CALENDARIO. PROGRAMA FORA
000170*              DA DEFINICAO NAO TEM RESTRICAO. O PROGRAMA QUE
000180*              PODE REPETIR ACEITA TAMBEM O PREDECESSOR CUJA
000190*              ULTIMA EXECUCAO E DA DATA DE NEGOCIO CORRENTE.
000200*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT DESCRIPTION
000230*    15/10/2026 GB   CRIACAO DO LAYOUT DA DEFINICAO DA CADEIA.
000240******************************************************************
000250 01  CADEIA-REG.
000260     05  CAD-PROGRAMA            PIC X(22).
000270     05  CAD-REPETICAO           PIC X(01).
000280         88  CAD-REPETE-NA-DATA  VALUE "S".
000290     05  CAD-HORA-VIRADA         PIC 9(04).
000300     05  CAD-PREDECESSOR         PIC X(22) OCCURS 5 TIMES.
000310     05  FILLER                  PIC X(23).
