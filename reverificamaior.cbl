000231*                 ultimas N por cidadao, para que a consulta de
000232*                 historico do balcao mostre a propria promocao
000233*                 e nao um MENOR desatualizado.
000234* 15/10/2026 GB   A promocao a MAIOR limpa a situacao do
000235*                 responsavel legal no mestre, que so vale para
000236*                 o menor.
000237* 15/10/2026 GB   Documento de estrangeiro: mestre, historico e
000238*                 indice de bloqueio passam a ser lidos pelo tipo
000239*                 e numero do documento, o tipo segue para a
000240*                 auditoria, o onboarding e o historico, e o
000241*                 indicador de documento valido aplica a regra
000242*                 do tipo (CPF, RNE/CRNM ou passaporte).
000243* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000244*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000245*                 de execucao, o programa recusa rodar (RC 12,
000246*                 registro R no jornal) quando um predecessor nao
000247*                 terminou com RC 0 depois da sua ultima execucao
000248*                 correta ou quando a execucao seria repeticao
000249*                 proibida na data de negocio. O cartao de
000250*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000251*                 a reexecucao supervisionada, registrada no
000252*                 jornal (registro L, com o operador e a
000253*                 justificativa do cartao). O programa que pode
000254*                 repetir na data de negocio aceita o
000255*                 predecessor que rodou na propria data de
000256*                 negocio.
000257******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. REVERIFICA-MAIORIDADE.
000250 AUTHOR. GABRIELA BARBOSA.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000315     DECIMAL-POINT IS COMMA
000320     CLASS LETRA-MAIUSCULA IS "A" THRU "Z"
000325     CLASS LETRA-OU-DIGITO IS "A" THRU "Z" "0" THRU "9".
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ARQ-MESTRE ASSIGN TO ARQMST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS MST-CHAVE
000390         FILE STATUS IS WS-FS-MESTRE.
000400
000410     SELECT ARQ-PARAMETROS ASSIGN TO ARQPARM
000472     SELECT ARQ-BLQ-NDX ASSIGN TO ARQBLQX
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS RANDOM
000475         RECORD KEY IS BQX-CHAVE
000476         FILE STATUS IS WS-FS-BLQ-NDX.
000477
000478     SELECT ARQ-HISTORICO ASSIGN TO ARQHST
000592     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000593         ORGANIZATION IS LINE SEQUENTIAL
000594         FILE STATUS IS WS-FS-JORNAL.
000596     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000598         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-FS-CADEIA.
000602     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000604         ORGANIZATION IS LINE SEQUENTIAL
000606         FILE STATUS IS WS-FS-LIBERACAO.
000608
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ARQ-MESTRE.
000690
000700 FD  ARQ-BLOQUEADOS
000710     RECORDING MODE IS F.
000711 COPY BLOQREG.
000713
000715 FD  ARQ-BLQ-NDX.
000717 01  BLQ-NDX-REG.
000719     05  BQX-CHAVE.
000721         10  BQX-TIPO-DOC        PIC X(01).
000723         10  BQX-DOC-NUMERO      PIC X(11).
000725     05  BQX-MOTIVO              PIC X(30).
000726
000727 FD  ARQ-HISTORICO.
000842 FD  ARQ-JORNAL
000843     RECORDING MODE IS F.
000844 COPY JORNREG.
000845
000847 FD  ARQ-CADEIA
000848     RECORDING MODE IS F.
000850 COPY CADEREG.
000852
000853 FD  ARQ-LIBERACAO
000855     RECORDING MODE IS F.
000856 COPY LIBEREG.
000858
000860 WORKING-STORAGE SECTION.
000870******************************************************************
000880*    CHAVES E STATUS DE ARQUIVO
001029 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
001030 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
001031 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
001032******************************************************************
001033*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
001034*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
001035*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
001036*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
001037*    RODOU, A = ABERTA, F = FINALIZADA).
001038******************************************************************
001039 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
001040     88  FS-CADEIA-OK            VALUE "00".
001041     88  FS-CADEIA-AUSENTE       VALUE "35".
001042 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
001043     88  FS-LIBERACAO-OK         VALUE "00".
001044 77  WS-CAD-PROGRAMA             PIC X(22)
001045                 VALUE "REVERIFICA-MAIORIDADE".
001046 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
001047     88  CAD-DEFINIDO            VALUE "S".
001048 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
001049     88  CAD-FIM-ARQUIVO         VALUE "S".
001050 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
001051     88  CAD-PODE-REPETIR        VALUE "S".
001052 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
001053     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
001054 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
001055     88  CAD-PRED-DO-DIA         VALUE "S".
001056 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
001057     88  CAD-LIBERADO            VALUE "S".
001058 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
001059 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
001060 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
001061 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
001062 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
001063 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
001064 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
001065 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
001066 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
001067 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
001068 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
001069 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
001071 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
001072 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
001073 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
001074 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
001075 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
001076 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
001077 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
001078 01  WS-CAD-PREDECESSORES.
001079     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
001080         10  WS-CAD-PRED-NOME    PIC X(22).
001081         10  WS-CAD-PRED-SIT     PIC X(01).
001082         10  WS-CAD-PRED-INICIO  PIC 9(14).
001083         10  WS-CAD-PRED-RC      PIC 9(04).
001084 01  WS-CAD-MOMENTO.
001085     05  WS-CAD-MOM-DATA.
001086         10  WS-CAD-MOM-CCYY     PIC 9(04).
001087         10  WS-CAD-MOM-MM       PIC 9(02).
001088         10  WS-CAD-MOM-DD       PIC 9(02).
001089     05  WS-CAD-MOM-HORA         PIC 9(06).
001090 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
001091                                 PIC 9(14).
001092 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
001093     05  FILLER                  PIC X(08).
001094     05  WS-CAD-MOM-HHMM         PIC 9(04).
001095     05  FILLER                  PIC X(02).
001096 01  WS-CAD-DIAS-MES-TAB.
001097     05  FILLER                  PIC X(24)
001098                 VALUE "312831303130313130313031".
001099 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
001100     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
001101
001102******************************************************************
001103*    CHAVES DE CONTROLE DE FIM DE ARQUIVO
001104******************************************************************
001105 77  WS-FIM-MESTRE               PIC X(01) VALUE "N".
001106     88  FIM-DO-MESTRE           VALUE "S".
001107 77  WS-FIM-BLOQUEADOS           PIC X(01) VALUE "N".
001108     88  FIM-DOS-BLOQUEADOS      VALUE "S".
001110
001120******************************************************************
001130*    DATA E HORA DO SISTEMA, USADAS NO CALCULO DA IDADE E NA
001317     88  CPF-VALIDO              VALUE "S".
001318 77  WS-CPF-REPETIDO             PIC X(01) VALUE "N".
001319     88  CPF-REPETIDO            VALUE "S".
000052
000104******************************************************************
000157*    DOCUMENTO DE ESTRANGEIRO DO REGISTRO CORRENTE, CONFERIDO
000209*    PELA MESMA REGRA DOS VERIFICADORES: O RNE/CRNM E UMA LETRA,
000262*    SEIS DIGITOS E UM DIGITO OU LETRA DE CONTROLE; O PASSAPORTE
000314*    E A SIGLA DE 3 LETRAS DO PAIS EMISSOR SEGUIDA DO NUMERO.
000366******************************************************************
000419 01  WS-DOC-ESTRANGEIRO.
000471     05  WS-RNE-LETRA            PIC X(01).
000524     05  WS-RNE-NUMERO           PIC X(06).
000576     05  WS-RNE-CONTROLE         PIC X(01).
000628     05  WS-RNE-COMPLEMENTO      PIC X(03).
000681 01  WS-DOC-PASSAPORTE REDEFINES WS-DOC-ESTRANGEIRO.
000733     05  WS-PAS-PAIS             PIC X(03).
000786     05  WS-PAS-NUMERO.
000838         10  WS-PAS-CARACTER     PIC X(01) OCCURS 8 TIMES.
000890 77  WS-PAS-TAMANHO              PIC 9(02) COMP VALUE ZERO.
000943 77  WS-PAS-TAMANHO-MINIMO       PIC 9(02) COMP VALUE 5.
000995 77  WS-PAS-FIM-NUMERO           PIC X(01) VALUE "N".
001048     88  PAS-FIM-NUMERO          VALUE "S".
001100 77  WS-PAS-INVALIDO             PIC X(01) VALUE "N".
001152     88  PAS-INVALIDO            VALUE "S".
001205
001257******************************************************************
001310*    TOTAIS DA REVERIFICACAO
001320******************************************************************
001330 77  WS-QTDE-LIDOS               PIC 9(08) COMP VALUE ZERO.
001640 77  WS-FIM-HISTORICO            PIC X(01) VALUE "N".
001650     88  FIM-DO-HISTORICO        VALUE "S".
001660 01  WS-CHAVE-ANTIGA.
001665     05  WS-CHA-TIPO             PIC X(01) VALUE SPACES.
001670     05  WS-CHA-DOC              PIC X(11) VALUE SPACES.
001680     05  WS-CHA-DATA             PIC 9(08) VALUE ZEROS.
001690     05  WS-CHA-HORA             PIC 9(06) VALUE ZEROS.
001610*    PARAGRAFO PRINCIPAL DO PROGRAMA.
001620******************************************************************
001630 0000-MAINLINE.
001633     PERFORM 9700-CONFERIR-CADEIA
001636         THRU 9700-CONFERIR-CADEIA-EXIT
001640     PERFORM 1000-INICIALIZAR
001650         THRU 1000-INICIALIZAR-EXIT
001651
003057     END-IF
003060
003070     MOVE SPACES         TO BLQ-NDX-REG
003071     IF BLQ-DOC-CPF
003073         MOVE "C"          TO BQX-TIPO-DOC
003075     ELSE
003076         MOVE BLQ-TIPO-DOC TO BQX-TIPO-DOC
003078     END-IF
003080     MOVE BLQ-DOC-NUMERO TO BQX-DOC-NUMERO
003090     MOVE BLQ-MOTIVO     TO BQX-MOTIVO
003100     WRITE BLQ-NDX-REG
003150         IF NOT FS-BLQ-NDX-DUPLIC
003160             DISPLAY "ERRO AO CARREGAR O INDICE DE BLOQUEIO. "
003170                 "FILE STATUS: " WS-FS-BLQ-NDX
003180                 " DOCUMENTO: " BQX-TIPO-DOC " " BLQ-DOC-NUMERO
003190             MOVE 16 TO RETURN-CODE
003200             STOP RUN
003210         END-IF
004000 2400-VERIFICAR-BLOQUEADO.
004010     MOVE "N" TO WS-CPF-BLOQUEADO
004020
004030     MOVE MST-CHAVE TO BQX-CHAVE
004040     READ ARQ-BLQ-NDX
004050
004060     IF FS-BLQ-NDX-OK
004272     END-IF
004273     .
004274
000043******************************************************************
000087*    2540-VALIDAR-DOCUMENTO
000131*    APLICA AO DOCUMENTO DO MESTRE A REGRA DE VALIDACAO DO SEU
000174*    TIPO: DIGITOS VERIFICADORES PARA O CPF, FORMATO LETRA E
000218*    DIGITOS PARA O RNE/CRNM, PAIS E NUMERO PARA O PASSAPORTE.
000262*    TIPO EM BRANCO (MESTRE ANTERIOR AO TIPO) VALE CPF.
000305******************************************************************
000349 2540-VALIDAR-DOCUMENTO.
000393     IF MST-TIPO-DOC = "R"
000436         MOVE MST-DOC-NUMERO TO WS-DOC-ESTRANGEIRO
000480         PERFORM 2550-VALIDAR-RNE
000524             THRU 2550-VALIDAR-RNE-EXIT
000567         GO TO 2540-VALIDAR-DOCUMENTO-EXIT
000611     END-IF
000655
000698     IF MST-TIPO-DOC = "P"
000742         MOVE MST-DOC-NUMERO TO WS-DOC-ESTRANGEIRO
000786         PERFORM 2560-VALIDAR-PASSAPORTE
000829             THRU 2560-VALIDAR-PASSAPORTE-EXIT
000873         GO TO 2540-VALIDAR-DOCUMENTO-EXIT
000917     END-IF
000960
001004     MOVE MST-DOC-NUMERO TO WS-CPF
001048     IF MST-TIPO-DOC = "C" OR SPACE
001091         PERFORM 2500-VALIDAR-CPF
001135             THRU 2500-VALIDAR-CPF-EXIT
001179     ELSE
001222         MOVE "N" TO WS-CPF-VALIDO
001266     END-IF
001310     .
001353 2540-VALIDAR-DOCUMENTO-EXIT.
001397     EXIT.
001441
001484******************************************************************
001528*    2550-VALIDAR-RNE
001572*    CONFERE O FORMATO DO RNE/CRNM: UMA LETRA, SEIS DIGITOS E
001615*    UM DIGITO OU LETRA DE CONTROLE, ALINHADO A ESQUERDA.
001659******************************************************************
001703 2550-VALIDAR-RNE.
001746     IF WS-RNE-LETRA IS LETRA-MAIUSCULA
001790     AND WS-RNE-NUMERO IS NUMERIC
001834     AND WS-RNE-CONTROLE IS LETRA-OU-DIGITO
001877     AND WS-RNE-COMPLEMENTO = SPACES
001921         MOVE "S" TO WS-CPF-VALIDO
001965     ELSE
002008         MOVE "N" TO WS-CPF-VALIDO
002052     END-IF
002096     .
002140 2550-VALIDAR-RNE-EXIT.
002183     EXIT.
002227
002271******************************************************************
002314*    2560-VALIDAR-PASSAPORTE
002358*    CONFERE O PASSAPORTE: SIGLA DE 3 LETRAS DO PAIS EMISSOR E
002402*    NUMERO DE LETRAS E DIGITOS ALINHADO A ESQUERDA, SEM BRANCOS
002445*    NO MEIO E COM O TAMANHO MINIMO.
002489******************************************************************
002533 2560-VALIDAR-PASSAPORTE.
002576     MOVE "N" TO WS-CPF-VALIDO
002620     IF WS-PAS-PAIS IS NOT LETRA-MAIUSCULA
002664         GO TO 2560-VALIDAR-PASSAPORTE-EXIT
002707     END-IF
002751
002795     MOVE ZERO TO WS-PAS-TAMANHO
002838     MOVE "N"  TO WS-PAS-FIM-NUMERO
002882     MOVE "N"  TO WS-PAS-INVALIDO
002926     PERFORM 2565-CONFERIR-CARACTER
002969         VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
003013
003057     IF NOT PAS-INVALIDO
003100     AND WS-PAS-TAMANHO NOT < WS-PAS-TAMANHO-MINIMO
003144         MOVE "S" TO WS-CPF-VALIDO
003188     END-IF
003231     .
003275 2560-VALIDAR-PASSAPORTE-EXIT.
003319     EXIT.
003362
003406******************************************************************
003450*    2565-CONFERIR-CARACTER
003493*    CONFERE UMA POSICAO DO NUMERO DO PASSAPORTE: DEPOIS DO
003537*    PRIMEIRO BRANCO SO PODE HAVER BRANCOS, E AS DEMAIS POSICOES
003581*    PRECISAM SER LETRA OU DIGITO.
003624******************************************************************
003668 2565-CONFERIR-CARACTER.
003712     IF WS-PAS-CARACTER (WS-I) = SPACE
003755         MOVE "S" TO WS-PAS-FIM-NUMERO
003799     ELSE
003843         IF PAS-FIM-NUMERO
003886         OR WS-PAS-CARACTER (WS-I) IS NOT LETRA-OU-DIGITO
003930             MOVE "S" TO WS-PAS-INVALIDO
003974         ELSE
004017             ADD 1 TO WS-PAS-TAMANHO
004061         END-IF
004105     END-IF
004148     .
004192
004236******************************************************************
004280*    3000-PROMOVER-A-MAIOR
004290*    PROMOVE O REGISTRO CORRENTE A MAIOR: ATUALIZA O MESTRE,
004300*    GRAVA O REGISTRO DE AUDITORIA E, QUANDO O CPF NAO ESTA NA
004390         THRU 2400-VERIFICAR-BLOQUEADO-EXIT
004400
004410     MOVE "MAIOR"              TO MST-ULT-RESULTADO
004415     MOVE SPACES               TO MST-ULT-SIT-RESP
004420     MOVE WS-FAIXA-ETARIA      TO MST-ULT-FAIXA
004430     MOVE WS-DATA-SISTEMA-CCYY TO MST-ULT-VERIF-CCYY
004440     MOVE WS-DATA-SISTEMA-MM   TO MST-ULT-VERIF-MM
004780     ACCEPT WS-HORA-SISTEMA FROM TIME
004790     COMPUTE WS-HORA-VERIF = WS-HORA-SISTEMA / 100
004791
004794     PERFORM 2540-VALIDAR-DOCUMENTO
004797         THRU 2540-VALIDAR-DOCUMENTO-EXIT
004800
004810     MOVE SPACES TO AUDIT-REG
004820
004910     MOVE WS-FAIXA-ETARIA      TO AUD-FAIXA-ETARIA
004920     MOVE "MAIOR"              TO AUD-RESULTADO
004930     MOVE MST-DOC-NUMERO       TO AUD-DOC-NUMERO
004935     MOVE MST-TIPO-DOC         TO AUD-TIPO-DOC
004940     MOVE WS-CPF-VALIDO        TO AUD-CPF-VALIDO
004950     MOVE WS-CPF-BLOQUEADO     TO AUD-BLOQUEADO
004951     MOVE "REVERIF"            TO AUD-SIST-ORIGEM
005080     MOVE SPACES TO ONBOARDING-REG
005090
005100     MOVE MST-DOC-NUMERO       TO ONB-DOC-NUMERO
005105     MOVE MST-TIPO-DOC         TO ONB-TIPO-DOC
005110     MOVE WS-IDADE-CALCULADA   TO ONB-IDADE-CALC
005120     MOVE "MAIOR"              TO ONB-RESULTADO
005130     MOVE WS-DATA-SISTEMA-CCYY TO ONB-DATA-VERIF-CCYY
005190     ADD 1 TO WS-QTDE-ONBOARDING
005200     .
005210 3200-GRAVAR-ONBOARDING-EXIT.
005211     EXIT.
005212
005214******************************************************************
005215*    3400-MANTER-HISTORICO
005217*    GRAVA A PROMOCAO A MAIOR NO HISTORICO DE VERIFICACOES E
005218*    EXPURGA AS MAIS ANTIGAS DO CIDADAO ATE RESTAREM APENAS AS
005220*    ULTIMAS N, COMO FAZEM OS PROGRAMAS VERIFICADORES. A HORA
005221*    DA CHAVE E A MESMA GRAVADA NA AUDITORIA; CHAVE REPETIDA E
005223*    REGRAVADA.
005224******************************************************************
005225 3400-MANTER-HISTORICO.
005227     IF NOT HISTORICO-ATIVO
005228         GO TO 3400-MANTER-HISTORICO-EXIT
005230     END-IF
005231
005233     MOVE SPACES             TO HISTORICO-REG
005234     MOVE MST-TIPO-DOC       TO HST-TIPO-DOC
005236     MOVE MST-DOC-NUMERO     TO HST-DOC-NUMERO
005237     MOVE WS-DATA-SISTEMA    TO HST-DATA-VERIF
005238     MOVE WS-HORA-VERIF      TO HST-HORA-VERIF
005271******************************************************************
005272 3420-CONTAR-HISTORICO.
005273     MOVE ZERO   TO WS-QTDE-HIST
005274     MOVE SPACES TO WS-CHA-TIPO
005275     MOVE SPACES TO WS-CHA-DOC
005276     MOVE ZEROS  TO WS-CHA-DATA
005277     MOVE ZEROS  TO WS-CHA-HORA
005278
005279     MOVE MST-TIPO-DOC   TO HST-TIPO-DOC
005280     MOVE MST-DOC-NUMERO TO HST-DOC-NUMERO
005281     MOVE ZEROS          TO HST-DATA-VERIF
005282     MOVE ZEROS          TO HST-HORA-VERIF
005283     START ARQ-HISTORICO
005284         KEY IS NOT LESS THAN HST-CHAVE
005285     END-START
005286     IF NOT FS-HISTORICO-OK
005287         GO TO 3420-CONTAR-HISTORICO-EXIT
005288     END-IF
005289
005290     MOVE "N" TO WS-FIM-HISTORICO
005291     PERFORM 3440-CONTAR-UM
005292         THRU 3440-CONTAR-UM-EXIT
005293         UNTIL FIM-DO-HISTORICO
005294     .
005295 3420-CONTAR-HISTORICO-EXIT.
005296     EXIT.
005297
005298******************************************************************
005299*    3440-CONTAR-UM
005300*    LE A PROXIMA VERIFICACAO DO HISTORICO E A CONTA, GUARDANDO
005301*    A CHAVE DA PRIMEIRA (MAIS ANTIGA) DO CIDADAO.
005302******************************************************************
005303 3440-CONTAR-UM.
005304     READ ARQ-HISTORICO NEXT RECORD
005305         AT END
005306             MOVE "S" TO WS-FIM-HISTORICO
005307             GO TO 3440-CONTAR-UM-EXIT
005308     END-READ
005309
005310     IF HST-DOC-NUMERO NOT = MST-DOC-NUMERO
005311     OR HST-TIPO-DOC NOT = MST-TIPO-DOC
005312         MOVE "S" TO WS-FIM-HISTORICO
005313         GO TO 3440-CONTAR-UM-EXIT
005314     END-IF
005315
005316     ADD 1 TO WS-QTDE-HIST
005317     IF WS-QTDE-HIST = 1
005318         MOVE HST-CHAVE TO WS-CHAVE-ANTIGA
005319     END-IF
005320     .
005321 3440-CONTAR-UM-EXIT.
005322     EXIT.
005323
005324******************************************************************
005325*    3460-EXPURGAR-ANTIGO
005326*    EXCLUI DO HISTORICO A VERIFICACAO MAIS ANTIGA DO CIDADAO
005327*    CORRENTE E RECONTA, ATE QUE RESTEM APENAS AS ULTIMAS N.
005328******************************************************************
005329 3460-EXPURGAR-ANTIGO.
005330     MOVE WS-CHAVE-ANTIGA TO HST-CHAVE
005331     READ ARQ-HISTORICO
005332     IF NOT FS-HISTORICO-OK
005333         MOVE ZERO TO WS-QTDE-HIST
005334         GO TO 3460-EXPURGAR-ANTIGO-EXIT
005335     END-IF
005336
005337     DELETE ARQ-HISTORICO
005338     IF NOT FS-HISTORICO-OK
005339         MOVE ZERO TO WS-QTDE-HIST
005340         GO TO 3460-EXPURGAR-ANTIGO-EXIT
005341     END-IF
005342
005343     PERFORM 3420-CONTAR-HISTORICO
005344         THRU 3420-CONTAR-HISTORICO-EXIT
005345     .
005346 3460-EXPURGAR-ANTIGO-EXIT.
005347     EXIT.
005348
005240******************************************************************
005250*    8000-GRAVAR-TOTAIS
005260*    GRAVA O RELATORIO DE CONTROLE DA REVERIFICACAO.
006050     EXIT.
006060
006070******************************************************************
006080*    9700-CONFERIR-CADEIA
006090*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
006100*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
006110*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
006120*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
006130*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
006140*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
006150*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
006160*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
006170*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
006180*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
006190*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
006200*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
006210*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
006220*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
006230******************************************************************
006240 9700-CONFERIR-CADEIA.
006250     PERFORM 9710-LER-DEFINICAO
006260         THRU 9710-LER-DEFINICAO-EXIT
006270
006280     IF NOT CAD-DEFINIDO
006290         GO TO 9700-CONFERIR-CADEIA-EXIT
006300     END-IF
006310
006320     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
006330     ACCEPT WS-CAD-HORA-SIS FROM TIME
006340     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
006350     PERFORM 9760-CALCULAR-DATA-NEGOCIO
006360         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
006370     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
006380
006390     PERFORM 9720-APURAR-JORNAL
006400         THRU 9720-APURAR-JORNAL-EXIT
006410
006420     MOVE SPACES TO WS-CAD-MOTIVO
006430     IF CAD-EXECUCAO-REPETIDA
006440     AND NOT CAD-PODE-REPETIR
006450         STRING "REPETICAO NA DATA DE NEGOCIO "
006460                WS-CAD-DATA-NEGOCIO
006470                    DELIMITED BY SIZE
006480           INTO WS-CAD-MOTIVO
006490         END-STRING
006500     ELSE
006510         PERFORM 9740-CONFERIR-PREDECESSOR
006520             THRU 9740-CONFERIR-PREDECESSOR-EXIT
006530             VARYING WS-CAD-IDX FROM 1 BY 1
006540             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
006550             OR WS-CAD-MOTIVO NOT = SPACES
006560     END-IF
006570
006580     IF WS-CAD-MOTIVO = SPACES
006590         GO TO 9700-CONFERIR-CADEIA-EXIT
006600     END-IF
006610
006620     PERFORM 9750-LER-LIBERACAO
006630         THRU 9750-LER-LIBERACAO-EXIT
006640
006650     IF CAD-LIBERADO
006660         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
006670             WS-CAD-OPERADOR
006680         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
006690         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
006700         MOVE "L" TO WS-CAD-TIPO-JRN
006710         PERFORM 9790-GRAVAR-JORNAL-CADEIA
006720             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
006730         GO TO 9700-CONFERIR-CADEIA-EXIT
006740     END-IF
006750
006760     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
006770     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
006780     MOVE 12 TO RETURN-CODE
006790     MOVE "R" TO WS-CAD-TIPO-JRN
006800     PERFORM 9790-GRAVAR-JORNAL-CADEIA
006810         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
006820     STOP RUN
006830     .
006840 9700-CONFERIR-CADEIA-EXIT.
006850     EXIT.
006860
006870******************************************************************
006880*    9710-LER-DEFINICAO
006890*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
006900*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
006910*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
006920******************************************************************
006930 9710-LER-DEFINICAO.
006940     MOVE "N" TO WS-CAD-DEFINIDO
006950     OPEN INPUT ARQ-CADEIA
006960     IF NOT FS-CADEIA-OK
006970         IF NOT FS-CADEIA-AUSENTE
006980             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
006990                 "STATUS: " WS-FS-CADEIA
007000         END-IF
007010         GO TO 9710-LER-DEFINICAO-EXIT
007020     END-IF
007030
007040     MOVE "N" TO WS-CAD-FIM-ARQUIVO
007050     PERFORM 9715-LER-PROGRAMA
007060         THRU 9715-LER-PROGRAMA-EXIT
007070         UNTIL CAD-FIM-ARQUIVO
007080         OR CAD-DEFINIDO
007090
007100     CLOSE ARQ-CADEIA
007110     .
007120 9710-LER-DEFINICAO-EXIT.
007130     EXIT.
007140
007150 9715-LER-PROGRAMA.
007160     READ ARQ-CADEIA
007170         AT END
007180             MOVE "S" TO WS-CAD-FIM-ARQUIVO
007190             GO TO 9715-LER-PROGRAMA-EXIT
007200     END-READ
007210
007220     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
007230         GO TO 9715-LER-PROGRAMA-EXIT
007240     END-IF
007250
007260     MOVE "S" TO WS-CAD-DEFINIDO
007270     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
007280     MOVE ZEROS TO WS-CAD-HORA-VIRADA
007290     IF CAD-HORA-VIRADA NUMERIC
007300         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
007310     END-IF
007320     MOVE ZERO TO WS-CAD-QTDE-PRED
007330     PERFORM 9718-GUARDAR-PREDECESSOR
007340         THRU 9718-GUARDAR-PREDECESSOR-EXIT
007350         VARYING WS-CAD-IDX FROM 1 BY 1
007360         UNTIL WS-CAD-IDX > 5
007370     .
007380 9715-LER-PROGRAMA-EXIT.
007390     EXIT.
007400
007410 9718-GUARDAR-PREDECESSOR.
007420     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
007430         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
007440     END-IF
007450
007460     ADD 1 TO WS-CAD-QTDE-PRED
007470     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
007480                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
007490     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
007500     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
007510     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
007520     .
007530 9718-GUARDAR-PREDECESSOR-EXIT.
007540     EXIT.
007550
007560******************************************************************
007570*    9720-APURAR-JORNAL
007580*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
007590*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
007600*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
007610*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
007620*    SO CONTAM OS REGISTROS DE INICIO E FIM.
007630******************************************************************
007640 9720-APURAR-JORNAL.
007650     OPEN INPUT ARQ-JORNAL
007660     IF NOT FS-JORNAL-OK
007670         GO TO 9720-APURAR-JORNAL-EXIT
007680     END-IF
007690
007700     MOVE "N" TO WS-CAD-FIM-ARQUIVO
007710     PERFORM 9725-LER-JORNAL-CADEIA
007720         THRU 9725-LER-JORNAL-CADEIA-EXIT
007730         UNTIL CAD-FIM-ARQUIVO
007740
007750     CLOSE ARQ-JORNAL
007760     .
007770 9720-APURAR-JORNAL-EXIT.
007780     EXIT.
007790
007800 9725-LER-JORNAL-CADEIA.
007810     READ ARQ-JORNAL
007820         AT END
007830             MOVE "S" TO WS-CAD-FIM-ARQUIVO
007840             GO TO 9725-LER-JORNAL-CADEIA-EXIT
007850     END-READ
007860
007870     IF NOT JRN-INICIO
007880     AND NOT JRN-FIM
007890         GO TO 9725-LER-JORNAL-CADEIA-EXIT
007900     END-IF
007910
007920     MOVE JRN-DATA TO WS-CAD-MOM-DATA
007930     MOVE JRN-HORA TO WS-CAD-MOM-HORA
007940
007950     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
007960         PERFORM 9730-APURAR-PROPRIO
007970             THRU 9730-APURAR-PROPRIO-EXIT
007980         GO TO 9725-LER-JORNAL-CADEIA-EXIT
007990     END-IF
008000
008010     MOVE ZERO TO WS-CAD-ACHADO
008020     PERFORM 9735-PROCURAR-PREDECESSOR
008030         THRU 9735-PROCURAR-PREDECESSOR-EXIT
008040         VARYING WS-CAD-IDX FROM 1 BY 1
008050         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
008060         OR WS-CAD-ACHADO > ZERO
008070     IF WS-CAD-ACHADO = ZERO
008080         GO TO 9725-LER-JORNAL-CADEIA-EXIT
008090     END-IF
008100
008110     IF JRN-INICIO
008120         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
008130         MOVE WS-CAD-MOMENTO-N
008140                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
008150         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
008160     ELSE
008170         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
008180             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
008190             MOVE JRN-RETURN-CODE
008200                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
008210         END-IF
008220     END-IF
008230     .
008240 9725-LER-JORNAL-CADEIA-EXIT.
008250     EXIT.
008260
008270 9730-APURAR-PROPRIO.
008280     IF JRN-INICIO
008290         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
008300         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
008310         GO TO 9730-APURAR-PROPRIO-EXIT
008320     END-IF
008330
008340     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
008350         GO TO 9730-APURAR-PROPRIO-EXIT
008360     END-IF
008370
008380     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
008390     IF JRN-RETURN-CODE = ZERO
008400         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
008410     END-IF
008420
008430     IF JRN-RETURN-CODE < 16
008440         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
008450         PERFORM 9760-CALCULAR-DATA-NEGOCIO
008460             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
008470         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
008480             MOVE "S" TO WS-CAD-REPETICAO
008490         END-IF
008500     END-IF
008510     .
008520 9730-APURAR-PROPRIO-EXIT.
008530     EXIT.
008540
008550 9735-PROCURAR-PREDECESSOR.
008560     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
008570         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
008580     END-IF
008590     .
008600 9735-PROCURAR-PREDECESSOR-EXIT.
008610     EXIT.
008620
008630******************************************************************
008640*    9740-CONFERIR-PREDECESSOR
008650*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
008660*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
008670*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
008680*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
008690*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
008700*    DE NOVO.
008710******************************************************************
008720 9740-CONFERIR-PREDECESSOR.
008730     MOVE "N" TO WS-CAD-PRED-DO-DIA
008740     IF CAD-PODE-REPETIR
008750     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
008760         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
008770         PERFORM 9760-CALCULAR-DATA-NEGOCIO
008780             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
008790         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
008800             MOVE "S" TO WS-CAD-PRED-DO-DIA
008810         END-IF
008820     END-IF
008830
008840     EVALUATE TRUE
008850         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
008860         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
008870                  NOT > WS-CAD-ULTIMO-OK
008880         AND NOT CAD-PRED-DO-DIA
008890             STRING "PREDECESSOR NAO EXECUTADO: "
008900                    WS-CAD-PRED-NOME (WS-CAD-IDX)
008910                        DELIMITED BY SIZE
008920               INTO WS-CAD-MOTIVO
008930             END-STRING
008940         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
008950             STRING "PREDECESSOR NAO FINALIZADO: "
008960                    WS-CAD-PRED-NOME (WS-CAD-IDX)
008970                        DELIMITED BY SIZE
008980               INTO WS-CAD-MOTIVO
008990             END-STRING
009000         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
009010             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
009020             STRING "PREDECESSOR COM RC "
009030                    WS-CAD-RC-ED
009040                    ": "
009050                    WS-CAD-PRED-NOME (WS-CAD-IDX)
009060                        DELIMITED BY SIZE
009070               INTO WS-CAD-MOTIVO
009080             END-STRING
009090     END-EVALUATE
009100     .
009110 9740-CONFERIR-PREDECESSOR-EXIT.
009120     EXIT.
009130
009140******************************************************************
009150*    9750-LER-LIBERACAO
009160*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
009170*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
009180*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
009190******************************************************************
009200 9750-LER-LIBERACAO.
009210     MOVE "N" TO WS-CAD-LIBERADO
009220     OPEN INPUT ARQ-LIBERACAO
009230     IF NOT FS-LIBERACAO-OK
009240         GO TO 9750-LER-LIBERACAO-EXIT
009250     END-IF
009260
009270     MOVE "N" TO WS-CAD-FIM-ARQUIVO
009280     PERFORM 9755-LER-CARTAO-LIBERACAO
009290         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
009300         UNTIL CAD-FIM-ARQUIVO
009310         OR CAD-LIBERADO
009320
009330     CLOSE ARQ-LIBERACAO
009340     .
009350 9750-LER-LIBERACAO-EXIT.
009360     EXIT.
009370
009380 9755-LER-CARTAO-LIBERACAO.
009390     READ ARQ-LIBERACAO
009400         AT END
009410             MOVE "S" TO WS-CAD-FIM-ARQUIVO
009420             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
009430     END-READ
009440
009450     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
009460     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
009470     AND LIB-OPERADOR NOT = SPACES
009480         MOVE "S" TO WS-CAD-LIBERADO
009490         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
009500         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
009510     END-IF
009520     .
009530 9755-LER-CARTAO-LIBERACAO-EXIT.
009540     EXIT.
009550
009560******************************************************************
009570*    9760-CALCULAR-DATA-NEGOCIO
009580*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
009590*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
009600*    ANTERIOR.
009610******************************************************************
009620 9760-CALCULAR-DATA-NEGOCIO.
009630     IF WS-CAD-MOM-DATA NOT NUMERIC
009640     OR WS-CAD-MOM-MM < 1
009650     OR WS-CAD-MOM-MM > 12
009660     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
009670         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
009680         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
009690     END-IF
009700
009710     SUBTRACT 1 FROM WS-CAD-MOM-DD
009720     IF WS-CAD-MOM-DD = ZERO
009730         SUBTRACT 1 FROM WS-CAD-MOM-MM
009740         IF WS-CAD-MOM-MM = ZERO
009750             MOVE 12 TO WS-CAD-MOM-MM
009760             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
009770         END-IF
009780         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
009790         IF WS-CAD-MOM-MM = 2
009800             PERFORM 9765-CONFERIR-BISSEXTO
009810                 THRU 9765-CONFERIR-BISSEXTO-EXIT
009820         END-IF
009830     END-IF
009840
009850     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
009860     .
009870 9760-CALCULAR-DATA-NEGOCIO-EXIT.
009880     EXIT.
009890
009900 9765-CONFERIR-BISSEXTO.
009910     DIVIDE WS-CAD-MOM-CCYY BY 4
009920         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
009930     DIVIDE WS-CAD-MOM-CCYY BY 100
009940         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
009950     DIVIDE WS-CAD-MOM-CCYY BY 400
009960         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
009970
009980     IF WS-CAD-RESTO-4 = ZERO
009990     AND (WS-CAD-RESTO-100 NOT = ZERO
010000          OR WS-CAD-RESTO-400 = ZERO)
010010         MOVE 29 TO WS-CAD-MOM-DD
010020     END-IF
010030     .
010040 9765-CONFERIR-BISSEXTO-EXIT.
010050     EXIT.
010060
010070******************************************************************
010080*    9790-GRAVAR-JORNAL-CADEIA
010090*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
010100*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
010110******************************************************************
010120 9790-GRAVAR-JORNAL-CADEIA.
010130     OPEN EXTEND ARQ-JORNAL
010140     IF NOT FS-JORNAL-OK
010150         OPEN OUTPUT ARQ-JORNAL
010160     END-IF
010170     IF NOT FS-JORNAL-OK
010180         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
010190             WS-FS-JORNAL
010200         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
010210     END-IF
010220
010230     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
010240     ACCEPT WS-CAD-HORA-SIS FROM TIME
010250     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
010260
010270     MOVE SPACES                TO JORNAL-REG
010280     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
010290     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
010300     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
010310     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
010320     MOVE ZEROS                 TO JRN-QTDE-LIDOS
010330     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
010340     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
010350     MOVE RETURN-CODE           TO JRN-RETURN-CODE
010360     MOVE "N"                   TO JRN-REINICIO
010370     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
010380     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
010390     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
010400
010410     WRITE JORNAL-REG
010420
010430     CLOSE ARQ-JORNAL
010440     .
010450 9790-GRAVAR-JORNAL-CADEIA-EXIT.
010460     EXIT.
010470******************************************************************
010480*    9800-GRAVAR-JORNAL
010490*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
010500*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
010510*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
010520*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A
010530*    REVERIFICACAO.
010540******************************************************************
010550 9800-GRAVAR-JORNAL.
010560     OPEN EXTEND ARQ-JORNAL
010570     IF NOT FS-JORNAL-OK
010580         OPEN OUTPUT ARQ-JORNAL
010590     END-IF
010600     IF NOT FS-JORNAL-OK
010610         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
010620             WS-FS-JORNAL
010630         GO TO 9800-GRAVAR-JORNAL-EXIT
010640     END-IF

010650     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
010660     ACCEPT WS-HORA-JRN-SIS FROM TIME
010670     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100

010680     MOVE SPACES                 TO JORNAL-REG
010690     MOVE "REVERIFICA-MAIORIDADE" TO JRN-PROGRAMA
010700     MOVE WS-JRN-TIPO            TO JRN-TIPO
010710     MOVE WS-DATA-JORNAL         TO JRN-DATA
010720     MOVE WS-HORA-JORNAL         TO JRN-HORA
010730     MOVE WS-QTDE-LIDOS          TO JRN-QTDE-LIDOS
010740     MOVE WS-QTDE-REVERIFICADOS  TO JRN-QTDE-GRAVADOS
010750     MOVE ZEROS                  TO JRN-QTDE-REJEITADOS
010760     MOVE RETURN-CODE            TO JRN-RETURN-CODE
010770     MOVE "N"                    TO JRN-REINICIO

010780     WRITE JORNAL-REG

010790     CLOSE ARQ-JORNAL
010800     .
010810 9800-GRAVAR-JORNAL-EXIT.
010820     EXIT.

010830 END PROGRAM REVERIFICA-MAIORIDADE.
