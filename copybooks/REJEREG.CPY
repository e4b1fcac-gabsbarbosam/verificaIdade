000010******************************************************************
000020*    COPYBOOK: REJEREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO REGISTRO REJEITADO A DEVOLVER A ORIGEM.
000060*              O CONSOLIDADOR DE EXTRATOS E O LOTE NOTURNO
000070*              GRAVAM NO ARQUIVO DE REJEICOES (ARQ-REJEICOES)
000080*              CADA REGISTRO RECEBIDO QUE REJEITAM, COM A DATA
000090*              DO PROCESSAMENTO, A ORIGEM, O CODIGO E A DESCRICAO
000100*              DO MOTIVO E O REGISTRO TAL COMO VEIO DA ORIGEM. O
000110*              MESMO LAYOUT, COM HEADER E TRAILER DE CONTROLE NA
000120*              MESMA CONVENCAO DOS EXTRATOS DE ENTRADA, E O DO
000130*              ARQUIVO DE DEVOLUCAO ENTREGUE A CADA ORIGEM.
000140*              MOTIVOS: 01 DOCUMENTO INVALIDO PARA O TIPO (DV DO
000150*              CPF), 02 DATA DE NASCIMENTO OU IDADE INVALIDA,
000160*              03 REJEITADO POR FORMATO NO CONSOLIDADOR,
000170*              04 DOCUMENTO DUPLICADO NA ENTRADA.
000180*
000190*    MODIFICATION HISTORY
000200*    DATE       INIT DESCRIPTION
000210*    15/10/2026 GB   CRIACAO DO LAYOUT DE REJEICAO E DEVOLUCAO.
000220******************************************************************
000230 01  REJEICAO-REG.
000240     05  REJ-DATA-PROCESSO.
000250         10  REJ-DATA-PROC-CCYY  PIC 9(04).
000260         10  REJ-DATA-PROC-MM    PIC 9(02).
000270         10  REJ-DATA-PROC-DD    PIC 9(02).
000280     05  REJ-SIST-ORIGEM         PIC X(08).
000290     05  REJ-MOTIVO              PIC X(02).
000300         88  REJ-MOTIVO-DOCUMENTO VALUE "01".
000310         88  REJ-MOTIVO-DATA     VALUE "02".
000320         88  REJ-MOTIVO-FORMATO  VALUE "03".
000330         88  REJ-MOTIVO-DUPLICADO VALUE "04".
000340     05  REJ-DESCRICAO           PIC X(30).
000350     05  REJ-REGISTRO            PIC X(80).
000360     05  FILLER                  PIC X(02).
000370
000380 01  REJ-CTRL-REG.
000390     05  REJ-CTRL-TIPO           PIC X(03).
000400         88  REJ-CTRL-HEADER     VALUE "HDR".
000410         88  REJ-CTRL-TRAILER    VALUE "TRL".
000420     05  FILLER                  PIC X(127).
000430
000440 01  REJ-HEADER-REG.
000450     05  FILLER                  PIC X(03).
000460     05  REJ-HDR-DATA-GERACAO    PIC 9(08).
000470     05  REJ-HDR-SIST-ORIGEM     PIC X(08).
000480     05  FILLER                  PIC X(111).
000490
000500 01  REJ-TRAILER-REG.
000510     05  FILLER                  PIC X(03).
000520     05  REJ-TRL-QTDE-DETALHES   PIC 9(08).
000530     05  FILLER                  PIC X(119).
