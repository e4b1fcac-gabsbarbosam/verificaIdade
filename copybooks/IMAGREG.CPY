000010******************************************************************
000020*    COPYBOOK: IMAGREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO ARQUIVO DE IMAGENS DO MESTRE DE
000060*              VERIFICACOES. A CADA INCLUSAO OU REGRAVACAO DO
000070*              MESTRE, O LOTE NOTURNO GRAVA AQUI, ANTES DE
000080*              ALTERAR O MESTRE, A IMAGEM ANTERIOR DO REGISTRO
000090*              (EM BRANCO NA INCLUSAO) E A IMAGEM QUE SERA
000100*              GRAVADA, COM O IDENTIFICADOR DA EXECUCAO. O
000110*              ESTORNO DA EXECUCAO DEVOLVE AO MESTRE A IMAGEM
000120*              ANTERIOR OU EXCLUI O REGISTRO INCLUIDO, DESDE QUE
000130*              O MESTRE AINDA ESTEJA IGUAL A IMAGEM GRAVADA.
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT DESCRIPTION
000170*    15/10/2026 GB   CRIACAO DO LAYOUT DE IMAGENS DO MESTRE.
000180******************************************************************
000190 01  IMAGEM-REG.
000200     05  IMG-ID-EXECUCAO         PIC X(14).
000210     05  IMG-ACAO                PIC X(01).
000220         88  IMG-INCLUSAO        VALUE "I".
000230         88  IMG-ALTERACAO       VALUE "A".
000240     05  IMG-ANTES               PIC X(80).
000250     05  IMG-DEPOIS              PIC X(80).
000260     05  FILLER                  PIC X(05).
