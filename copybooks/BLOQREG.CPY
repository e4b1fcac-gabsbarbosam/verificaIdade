000133*                    ANTIGAS (CAMPO EM BRANCO) CONTINUAM
000134*                    VALIDAS: A VIGENCIA SO E PREENCHIDA A
000135*                    PARTIR DO PRIMEIRO MOVIMENTO APLICADO.
000137*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000139*                    R = RNE/CRNM, P = PASSAPORTE). A LISTA E
000141*                    CONFERIDA PELO TIPO MAIS O NUMERO; ENTRADAS
000143*                    ANTIGAS (CAMPO EM BRANCO) VALEM COMO CPF.
000145*                    OCUPA UMA POSICAO DO FILLER.
000147******************************************************************
000150 01  BLOQUEADO-REG.
000160     05  BLQ-DOC-NUMERO          PIC X(11).
000170     05  BLQ-MOTIVO              PIC X(30).
000175     05  BLQ-DATA-VIGENCIA       PIC 9(08).
000185     05  BLQ-TIPO-DOC            PIC X(01).
000195         88  BLQ-DOC-CPF         VALUE "C" SPACE.
000205     05  FILLER                  PIC X(30).
