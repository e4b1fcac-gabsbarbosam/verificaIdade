000010******************************************************************
000020*    COPYBOOK: DIVGREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO ARQUIVO DE RETENCAO DE DIVERGENCIAS
000060*              CADASTRAIS. QUANDO UM CPF JA PRESENTE NO MESTRE DE
000070*              VERIFICACOES CHEGA AO LOTE NOTURNO COM DATA DE
000080*              NASCIMENTO DIFERENTE (OU NOME MATERIALMENTE
000090*              DIFERENTE), O MESTRE NAO E ALTERADO, O ONBOARDING
000100*              E RETIDO E O CASO E GRAVADO AQUI COM AS DUAS
000110*              VERSOES E O SISTEMA DE ORIGEM, ATE QUE A DECISAO
000120*              DO ANALISTA DA PREVENCAO A FRAUDES SEJA APLICADA
000130*              PELA RESOLUCAO DE DIVERGENCIAS.
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    15/10/2026 GB   CRIACAO DO LAYOUT DE RETENCAO DE
000180*                    DIVERGENCIAS.
000190*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000200*                    R = RNE/CRNM, P = PASSAPORTE). OCUPA UMA
000210*                    POSICAO DO FILLER.
000220*    15/10/2026 GB   INCLUSAO DO IDENTIFICADOR DA EXECUCAO DO LOTE
000230*                    NOTURNO QUE RETEVE O CASO, PARA QUE O ESTORNO
000240*                    DA EXECUCAO DESCARTE OS CASOS RETIDOS POR
000250*                    ELA. OCUPA 14 POSICOES DO FILLER.
000260******************************************************************
000270 01  DIVERGENCIA-REG.
000280     05  DVG-DOC-NUMERO          PIC X(11).
000290     05  DVG-DATA-RETENCAO       PIC 9(08).
000300     05  DVG-HORA-RETENCAO       PIC 9(06).
000310     05  DVG-TIPO                PIC X(01).
000320         88  DVG-DIVERGE-DATA    VALUE "D" "A".
000330         88  DVG-DIVERGE-NOME    VALUE "N" "A".
000340     05  DVG-SIST-ORIGEM         PIC X(08).
000350     05  DVG-PROPOSITO           PIC X(02).
000360     05  DVG-VERSAO-MESTRE.
000370         10  DVG-MST-NOME        PIC X(40).
000380         10  DVG-MST-DT-NASCTO   PIC 9(08).
000390         10  DVG-MST-RESULTADO   PIC X(05).
000400         10  DVG-MST-DATA-VERIF  PIC 9(08).
000410     05  DVG-VERSAO-NOVA.
000420         10  DVG-NOV-NOME        PIC X(40).
000430         10  DVG-NOV-DT-NASCTO   PIC 9(08).
000440         10  DVG-NOV-IDADE-INF   PIC 9(03).
000450         10  DVG-NOV-IDADE-CALC  PIC 9(03).
000460         10  DVG-NOV-RESULTADO   PIC X(05).
000470         10  DVG-NOV-IDADE-MINIMA PIC 9(03).
000480     05  DVG-CPF-VALIDO          PIC X(01).
000490     05  DVG-BLOQUEADO           PIC X(01).
000500     05  DVG-TIPO-DOC            PIC X(01).
000510     05  DVG-ID-EXECUCAO         PIC X(14).
000520     05  FILLER                  PIC X(04).
