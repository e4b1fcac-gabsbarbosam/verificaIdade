000152*                    VERIFICACAO, PARA QUE A SUPRESSAO DE
000153*                    REENVIO DO ONBOARDING NAO CONFUNDA
000154*                    VERDITOS DE PROPOSITOS DIFERENTES.
000155*    15/10/2026 GB   INCLUSAO DA SITUACAO DO RESPONSAVEL LEGAL NA
000156*                    ULTIMA VERIFICACAO DO MENOR, PARA QUE UMA
000158*                    MUDANCA DO VINCULO REENVIE O ONBOARDING.
000159*                    OCUPA UMA POSICAO DO FILLER.
000161*    15/10/2026 GB   A CHAVE PASSA A SER O TIPO DE DOCUMENTO
000162*                    (C = CPF, R = RNE/CRNM, P = PASSAPORTE)
000164*                    MAIS O NUMERO (MST-CHAVE). O TIPO OCUPA UMA
000165*                    POSICAO DO FILLER E DESLOCA OS DEMAIS CAMPOS;
000167*                    O MESTRE PRECISA SER RECARREGADO.
000168******************************************************************
000170 01  MESTRE-REG.
000175     05  MST-CHAVE.
000180         10  MST-TIPO-DOC        PIC X(01).
000185         10  MST-DOC-NUMERO      PIC X(11).
000190     05  MST-NOME                PIC X(40).
000200     05  MST-DT-NASCTO.
000210         10  MST-DT-NASCTO-CCYY  PIC 9(04).
000280     05  MST-ULT-RESULTADO       PIC X(05).
000290     05  MST-ULT-FAIXA           PIC X(02).
000295     05  MST-ULT-PROPOSITO       PIC X(02).
000305     05  MST-ULT-SIT-RESP        PIC X(01).
000315     05  FILLER                  PIC X(02).
