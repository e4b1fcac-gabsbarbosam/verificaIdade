000134*                    TENTATIVAS DE RESSUBMISSAO, CARREGADO DE UM
000135*                    DIA PARA O OUTRO PARA QUE UM ITEM NAO FIQUE
000136*                    SENDO REENVIADO INDEFINIDAMENTE.
000138*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO DO ENVIO
000140*                    (C = CPF, R = RNE/CRNM, P = PASSAPORTE),
000143*                    EM BRANCO NA RESPOSTA SEM ENVIO. OCUPA UMA
000145*                    POSICAO DO FILLER.
000147******************************************************************
000150 01  PENDENCIA-REG.
000160     05  PEND-TIPO               PIC X(01).
000170         88  PEND-ENVIO-SEM-RESP VALUE "E".
000240     05  PEND-STATUS             PIC X(01).
000250     05  PEND-MOTIVO             PIC X(03).
000255     05  PEND-TENTATIVAS         PIC 9(02).
000265     05  PEND-TIPO-DOC           PIC X(01).
000275     05  FILLER                  PIC X(53).
