000010******************************************************************
000020*    COPYBOOK: LIBEREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO CARTAO DE LIBERACAO DO OPERADOR
000060*              (ARQ-LIBERACAO) PARA A REEXECUCAO SUPERVISIONADA DE
000070*              UM PROGRAMA QUE A CONFERENCIA DA CADEIA DE JOBS
000080*              RECUSARIA. VALE PARA O PROGRAMA E A DATA DE NEGOCIO
000090*              INFORMADOS; O OPERADOR E OBRIGATORIO. A LIBERACAO E
000100*              GRAVADA NO JORNAL DE EXECUCAO E SAI NO RELATORIO DE
000110*              OPERACOES.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    15/10/2026 GB   CRIACAO DO LAYOUT DO CARTAO DE LIBERACAO.
000160******************************************************************
000170 01  LIBERACAO-REG.
000180     05  LIB-PROGRAMA            PIC X(22).
000190     05  LIB-DATA-NEGOCIO        PIC 9(08).
000200     05  LIB-OPERADOR            PIC X(08).
000210     05  LIB-MOTIVO              PIC X(40).
000220     05  FILLER                  PIC X(02).
