000228*                 inicio e de fim no jornal de execucao
000229*                 (ARQ-JORNAL), para a conferencia da janela pelo
000230*                 relatorio de operacoes.
000231* 15/10/2026 GB   Documento de estrangeiro: a pendencia traz o
000232*                 tipo do documento (em branco vale CPF), o
000233*                 mestre e lido por tipo e numero e o tipo segue
000235*                 no registro de interface e nas pendencias
000236*                 regravadas.
000237* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000239*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000240*                 de execucao, o programa recusa rodar (RC 12,
000241*                 registro R no jornal) quando um predecessor nao
000243*                 terminou com RC 0 depois da sua ultima execucao
000244*                 correta ou quando a execucao seria repeticao
000245*                 proibida na data de negocio. O cartao de
000246*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000248*                 a reexecucao supervisionada, registrada no
000249*                 jornal (registro L, com o operador e a
000250*                 justificativa do cartao). O programa que pode
000252*                 repetir na data de negocio aceita o
000253*                 predecessor que rodou na propria data de
000254*                 negocio.
000256******************************************************************
000257 IDENTIFICATION DIVISION.
000258 PROGRAM-ID. RESSUBMETE-ONBOARDING.
000260 AUTHOR. GABRIELA BARBOSA.
000270 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000280 DATE-WRITTEN. 02/09/2026.
000440     SELECT ARQ-MESTRE ASSIGN TO ARQMST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS MST-CHAVE
000480         FILE STATUS IS WS-FS-MESTRE.
000490
000500     SELECT ARQ-ONBOARDING ASSIGN TO ARQONB
000602     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000603         ORGANIZATION IS LINE SEQUENTIAL
000604         FILE STATUS IS WS-FS-JORNAL.
000606     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000608         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-CADEIA.
000612     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-FS-LIBERACAO.
000618
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ARQ-PENDENCIAS
000853     RECORDING MODE IS F.
000854 COPY JORNREG.
000860
000861 FD  ARQ-CADEIA
000862     RECORDING MODE IS F.
000863 COPY CADEREG.
000864
000865 FD  ARQ-LIBERACAO
000866     RECORDING MODE IS F.
000867 COPY LIBEREG.
000868
000870 WORKING-STORAGE SECTION.
000880******************************************************************
000890*    CHAVES E STATUS DE ARQUIVO
001039 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
001040 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
001041 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
001042******************************************************************
001043*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
001044*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
001045*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
001046*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
001047*    RODOU, A = ABERTA, F = FINALIZADA).
001048******************************************************************
001049 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
001050     88  FS-CADEIA-OK            VALUE "00".
001051     88  FS-CADEIA-AUSENTE       VALUE "35".
001052 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
001053     88  FS-LIBERACAO-OK         VALUE "00".
001054 77  WS-CAD-PROGRAMA             PIC X(22)
001055                 VALUE "RESSUBMETE-ONBOARDING".
001056 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
001057     88  CAD-DEFINIDO            VALUE "S".
001058 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
001059     88  CAD-FIM-ARQUIVO         VALUE "S".
001060 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
001061     88  CAD-PODE-REPETIR        VALUE "S".
001062 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
001063     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
001064 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
001065     88  CAD-PRED-DO-DIA         VALUE "S".
001066 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
001067     88  CAD-LIBERADO            VALUE "S".
001068 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
001069 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
001070 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
001071 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
001072 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
001073 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
001074 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
001075 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
001076 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
001077 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
001078 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
001079 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
001081 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
001082 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
001083 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
001084 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
001085 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
001086 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
001087 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
001088 01  WS-CAD-PREDECESSORES.
001089     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
001090         10  WS-CAD-PRED-NOME    PIC X(22).
001091         10  WS-CAD-PRED-SIT     PIC X(01).
001092         10  WS-CAD-PRED-INICIO  PIC 9(14).
001093         10  WS-CAD-PRED-RC      PIC 9(04).
001094 01  WS-CAD-MOMENTO.
001095     05  WS-CAD-MOM-DATA.
001096         10  WS-CAD-MOM-CCYY     PIC 9(04).
001097         10  WS-CAD-MOM-MM       PIC 9(02).
001098         10  WS-CAD-MOM-DD       PIC 9(02).
001099     05  WS-CAD-MOM-HORA         PIC 9(06).
001100 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
001101                                 PIC 9(14).
001102 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
001103     05  FILLER                  PIC X(08).
001104     05  WS-CAD-MOM-HHMM         PIC 9(04).
001105     05  FILLER                  PIC X(02).
001106 01  WS-CAD-DIAS-MES-TAB.
001107     05  FILLER                  PIC X(24)
001108                 VALUE "312831303130313130313031".
001109 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
001110     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
001111
001112******************************************************************
001113*    CHAVE DE CONTROLE DE FIM DE ARQUIVO
001114******************************************************************
001115 77  WS-FIM-PENDENCIAS           PIC X(01) VALUE "N".
001116     88  FIM-DAS-PENDENCIAS      VALUE "S".
001117
001118******************************************************************
001120*    DATA DO SISTEMA, USADA NO CALCULO DA IDADE E NA GRAVACAO
001130*    DOS NOVOS REGISTROS DE INTERFACE
001140******************************************************************
001640*    PARAGRAFO PRINCIPAL DO PROGRAMA.
001650******************************************************************
001660 0000-MAINLINE.
001663     PERFORM 9700-CONFERIR-CADEIA
001666         THRU 9700-CONFERIR-CADEIA-EXIT
001670     PERFORM 1000-INICIALIZAR
001680         THRU 1000-INICIALIZAR-EXIT
001681
004590*    SEM DATA DE NASCIMENTO VAI PARA A EXCECAO MANUAL.
004600******************************************************************
004610 4000-RESSUBMETER.
004611     IF PEND-TIPO-DOC = SPACE
004613         MOVE "C"           TO MST-TIPO-DOC
004615     ELSE
004616         MOVE PEND-TIPO-DOC TO MST-TIPO-DOC
004618     END-IF
004620     MOVE PEND-DOC-NUMERO TO MST-DOC-NUMERO
004630     READ ARQ-MESTRE
004640
004650     IF FS-MESTRE-NAO-ACHADO
004660         MOVE "DOCUMENTO NAO ENCONTRADO" TO WS-MOTIVO-EXCECAO
004670         PERFORM 3900-GRAVAR-EXCECAO
004680             THRU 3900-GRAVAR-EXCECAO-EXIT
004690         GO TO 4000-RESSUBMETER-EXIT
004890
004900     MOVE SPACES TO ONBOARDING-REG
004910     MOVE MST-DOC-NUMERO       TO ONB-DOC-NUMERO
004915     MOVE MST-TIPO-DOC         TO ONB-TIPO-DOC
004920     MOVE WS-IDADE-CALCULADA   TO ONB-IDADE-CALC
004930     MOVE MST-ULT-RESULTADO    TO ONB-RESULTADO
004940     MOVE WS-DATA-SISTEMA-CCYY TO ONB-DATA-VERIF-CCYY
004990     MOVE SPACES          TO PENDENCIA-REG
005000     MOVE "E"             TO PEND-TIPO
005010     MOVE MST-DOC-NUMERO  TO PEND-DOC-NUMERO
005015     MOVE MST-TIPO-DOC    TO PEND-TIPO-DOC
005020     MOVE WS-DATA-SISTEMA TO PEND-DATA-VERIF
005030     MOVE SPACES          TO PEND-STATUS
005040     MOVE SPACES          TO PEND-MOTIVO
005080     MOVE SPACES          TO PENDENCIA-REG
005090     MOVE "J"             TO PEND-TIPO
005100     MOVE MST-DOC-NUMERO  TO PEND-DOC-NUMERO
005105     MOVE MST-TIPO-DOC    TO PEND-TIPO-DOC
005110     MOVE WS-DATA-SISTEMA TO PEND-DATA-VERIF
005120     MOVE "R"             TO PEND-STATUS
005130     MOVE SPACES          TO PEND-MOTIVO
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
010530*    RESSUBMISSAO.
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
010690     MOVE "RESSUBMETE-ONBOARDING" TO JRN-PROGRAMA
010700     MOVE WS-JRN-TIPO            TO JRN-TIPO
010710     MOVE WS-DATA-JORNAL         TO JRN-DATA
010720     MOVE WS-HORA-JORNAL         TO JRN-HORA
010730     MOVE WS-QTDE-LIDAS          TO JRN-QTDE-LIDOS
010740     MOVE WS-QTDE-RESSUBMETIDAS  TO JRN-QTDE-GRAVADOS
010750     MOVE WS-QTDE-EXCECOES       TO JRN-QTDE-REJEITADOS
010760     MOVE RETURN-CODE            TO JRN-RETURN-CODE
010770     MOVE "N"                    TO JRN-REINICIO

010780     WRITE JORNAL-REG

010790     CLOSE ARQ-JORNAL
010800     .
010810 9800-GRAVAR-JORNAL-EXIT.
010820     EXIT.

010830 END PROGRAM RESSUBMETE-ONBOARDING.
