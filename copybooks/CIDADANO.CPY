000117*                    VERIFICACAO, QUE SELECIONA A IDADE MINIMA
000118*                    APLICAVEL NO CARTAO DE PARAMETROS. EM
000119*                    BRANCO, VALE A IDADE MINIMA PADRAO.
000120*    15/10/2026 GB   INCLUSAO DO TIPO DE DOCUMENTO (C = CPF,
000121*                    R = RNE/CRNM, P = PASSAPORTE). O PASSAPORTE
000123*                    OCUPA O CAMPO DO DOCUMENTO COM O PAIS
000124*                    EMISSOR (SIGLA DE 3 LETRAS) SEGUIDO DO
000125*                    NUMERO. EM BRANCO, O CONSOLIDADOR ASSUME
000127*                    CPF. OCUPA UMA POSICAO DO FILLER.
000128******************************************************************
000130 01  CIDADANO-REG.
000140     05  CID-NOME                PIC X(40).
000150     05  CID-DOC-NUMERO          PIC X(11).
000200     05  CID-IDADE-INFORMADA     PIC 9(03).
000205     05  CID-SIST-ORIGEM         PIC X(08).
000206     05  CID-PROPOSITO           PIC X(02).
000216     05  CID-TIPO-DOC            PIC X(01).
000226         88  CID-DOC-CPF         VALUE "C".
000236         88  CID-DOC-RNE         VALUE "R".
000246         88  CID-DOC-PASSAPORTE  VALUE "P".
000256         88  CID-TIPO-DOC-VALIDO VALUE "C" "R" "P".
000266     05  FILLER                  PIC X(07).
