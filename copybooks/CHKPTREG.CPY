000154* 22/08/2026 GB   INCLUIDAS AS CONTAGENS PARCIAIS DE CLIENTES
000155*                 NOVOS E REVERIFICADOS NO MESTRE, PELO MESMO
000156*                 MOTIVO.
000158* 15/10/2026 GB   INCLUIDA A CONTAGEM PARCIAL DE CASOS RETIDOS
000160*                 POR DIVERGENCIA CADASTRAL, PELO MESMO MOTIVO.
000162* 15/10/2026 GB   INCLUIDO O IDENTIFICADOR DA EXECUCAO, PARA QUE
000164*                 O REINICIO CONTINUE A MESMA EXECUCAO.
000166******************************************************************
000168 01  CHECKPOINT-REG.
000170     05  CKP-QTDE-PROCESSADA     PIC 9(08).
000175     05  CKP-QTDE-MENOR          PIC 9(08).
000176     05  CKP-QTDE-MAIOR          PIC 9(08).
000179     05  CKP-QTDE-BLOQUEADOS     PIC 9(08).
000180     05  CKP-QTDE-NOVOS          PIC 9(08).
000181     05  CKP-QTDE-REVERIF        PIC 9(08).
000183     05  CKP-QTDE-RETIDOS        PIC 9(08).
000185     05  CKP-ULTIMO-DOC          PIC X(11).
000187     05  CKP-ID-EXECUCAO         PIC X(14).
000190     05  FILLER                  PIC X(02).
