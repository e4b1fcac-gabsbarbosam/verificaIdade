000010******************************************************************
000020*    COPYBOOK: CANCREG.CPY
000030*    AUTHOR:   GABRIELA BARBOSA
000040*    DATE-WRITTEN: 15/10/2026
000050*    PURPOSE:  LAYOUT DO ARQUIVO DE INTERFACE DE CANCELAMENTO COM
000060*              O ONBOARDING. QUANDO UMA EXECUCAO DO LOTE NOTURNO
000070*              E ESTORNADA, CADA REGISTRO QUE ELA ENVIOU AO
000080*              ONBOARDING GERA AQUI UM CANCELAMENTO, PARA QUE O
000090*              SISTEMA DE CADASTRO DESFACA O QUE RECEBEU DELA.
000100*
000110*    MODIFICATION HISTORY
000120*    DATE       INIT DESCRIPTION
000130*    15/10/2026 GB   CRIACAO DO LAYOUT DE CANCELAMENTO.
000140******************************************************************
000150 01  CANCELAMENTO-REG.
000160     05  CAN-DOC-NUMERO          PIC X(11).
000170     05  CAN-TIPO-DOC            PIC X(01).
000180     05  CAN-DATA-VERIF          PIC 9(08).
000190     05  CAN-RESULTADO           PIC X(05).
000200     05  CAN-PROPOSITO           PIC X(02).
000210     05  CAN-ID-EXECUCAO         PIC X(14).
000220     05  CAN-DATA-CANCELAMENTO   PIC 9(08).
000230     05  FILLER                  PIC X(31).
