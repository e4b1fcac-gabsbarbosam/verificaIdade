000130*
000140*    MODIFICATION HISTORY
000150*    DATE       INIT DESCRIPTION
000151*    02/09/2026 GB   CRIACAO DO LAYOUT DO JORNAL DE EXECUCAO.
000153*    15/10/2026 GB   INCLUSAO DO IDENTIFICADOR DA EXECUCAO DO LOTE
000154*                    NOTURNO (DATA E HORA DO INICIO, MANTIDO NO
000156*                    REINICIO), GRAVADO PELO LOTE E PELO ESTORNO
000157*                    DA EXECUCAO. EM BRANCO NOS DEMAIS PROGRAMAS.
000159*                    OCUPA O FILLER.
000160*    15/10/2026 GB   REGISTROS DA CONFERENCIA DA CADEIA DE JOBS NA
000162*                    PARTIDA: RECUSA (R, RETURN-CODE 12) E
000163*                    LIBERACAO PELO OPERADOR (L), COM O OPERADOR,
000165*                    O MOTIVO E A JUSTIFICATIVA DO CARTAO DE
000166*                    LIBERACAO. O REGISTRO CRESCEU DE 80 PARA 180
000168*                    POSICOES.
000170******************************************************************
000180 01  JORNAL-REG.
000190     05  JRN-PROGRAMA            PIC X(22).
000200     05  JRN-TIPO                PIC X(01).
000210         88  JRN-INICIO          VALUE "I".
000220         88  JRN-FIM             VALUE "F".
000223         88  JRN-RECUSA          VALUE "R".
000226         88  JRN-LIBERACAO       VALUE "L".
000230     05  JRN-DATA                PIC 9(08).
000240     05  JRN-HORA                PIC 9(06).
000250     05  JRN-QTDE-LIDOS          PIC 9(08).
000270     05  JRN-QTDE-REJEITADOS     PIC 9(08).
000280     05  JRN-RETURN-CODE         PIC 9(04).
000290     05  JRN-REINICIO            PIC X(01).
000300     05  JRN-ID-EXECUCAO         PIC X(14).
000310     05  JRN-OPERADOR            PIC X(08).
000320     05  JRN-MOTIVO              PIC X(50).
000330     05  JRN-JUSTIFICATIVA       PIC X(40).
000340     05  FILLER                  PIC X(02).
