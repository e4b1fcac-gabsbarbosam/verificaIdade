000232*                 como CPF JA BLOQUEADO, e um fraudador ja
000233*                 verificado MAIOR ficaria onboardado, que e o
000234*                 buraco que este job existe para fechar.
000235* 15/10/2026 GB   Documento de estrangeiro: o movimento traz o
000236*                 tipo do documento (em branco vale CPF; tipo
000237*                 desconhecido e recusado), a lista e procurada
000238*                 e gravada por tipo e numero, a revogacao le o
000239*                 mestre pelo tipo e o leva a interface, e o
000240*                 relatorio mostra o tipo.
000241* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000242*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000243*                 de execucao, o programa recusa rodar (RC 12,
000244*                 registro R no jornal) quando um predecessor nao
000245*                 terminou com RC 0 depois da sua ultima execucao
000247*                 correta ou quando a execucao seria repeticao
000248*                 proibida na data de negocio. O cartao de
000249*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000250*                 a reexecucao supervisionada, registrada no
000251*                 jornal (registro L, com o operador e a
000252*                 justificativa do cartao). O programa que pode
000253*                 repetir na data de negocio aceita o
000254*                 predecessor que rodou na propria data de
000255*                 negocio.
000256******************************************************************
000257 IDENTIFICATION DIVISION.
000258 PROGRAM-ID. MANUTENCAO-BLOQUEADOS.
000260 AUTHOR. GABRIELA BARBOSA.
000270 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000280 DATE-WRITTEN. 02/09/2026.
000480     SELECT ARQ-MESTRE ASSIGN TO ARQMST
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS MST-CHAVE
000520         FILE STATUS IS WS-FS-MESTRE.
000530
000540     SELECT ARQ-REVOGACOES ASSIGN TO ARQRVG
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
000640 FD  ARQ-BLOQUEADOS
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
001055                 VALUE "MANUTENCAO-BLOQUEADOS".
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
001113*    CHAVES DE CONTROLE DE FIM DE ARQUIVO
001114******************************************************************
001115 77  WS-FIM-BLOQUEADOS           PIC X(01) VALUE "N".
001116     88  FIM-DOS-BLOQUEADOS      VALUE "S".
001117 77  WS-FIM-MOVIMENTOS           PIC X(01) VALUE "N".
001118     88  FIM-DOS-MOVIMENTOS      VALUE "S".
001120
001220******************************************************************
001230*    DATA DO SISTEMA, USADA NA VIGENCIA E NA REVOGACAO
001400 77  WS-IDX-BLQ-ACHADO           PIC 9(05) COMP VALUE ZERO.
001410 01  WS-TABELA-BLOQUEADOS.
001420     05  WS-TAB-BLQ-ENT          OCCURS 20000 TIMES.
001425         10  WS-TAB-BLQ-TIPO     PIC X(01).
001430         10  WS-TAB-BLQ-DOC      PIC X(11).
001440         10  WS-TAB-BLQ-MOTIVO   PIC X(30).
001450         10  WS-TAB-BLQ-VIGENCIA PIC 9(08).
001720     05  FILLER                  PIC X(01).
001730     05  WS-DET-DOC              PIC X(11).
001740     05  FILLER                  PIC X(01).
001743     05  WS-DET-TIPO             PIC X(01).
001746     05  FILLER                  PIC X(01).
001750     05  WS-DET-SITUACAO         PIC X(30).
001760     05  FILLER                  PIC X(01).
001770     05  WS-DET-MOTIVO           PIC X(30).
001780     05  FILLER                  PIC X(03).
001790
001800 PROCEDURE DIVISION.
001810******************************************************************
001830*    PARAGRAFO PRINCIPAL DO PROGRAMA.
001840******************************************************************
001850 0000-MAINLINE.
001853     PERFORM 9700-CONFERIR-CADEIA
001856         THRU 9700-CONFERIR-CADEIA-EXIT
001860     PERFORM 1000-INICIALIZAR
001870         THRU 1000-INICIALIZAR-EXIT
001871
003040
003050     ADD 1 TO WS-QTDE-BLOQ-TABELA
003060     ADD 1 TO WS-QTDE-LISTA-ATUAL
003061     IF BLQ-DOC-CPF
003062         MOVE "C"
003063             TO WS-TAB-BLQ-TIPO (WS-QTDE-BLOQ-TABELA)
003065     ELSE
003066         MOVE BLQ-TIPO-DOC
003067             TO WS-TAB-BLQ-TIPO (WS-QTDE-BLOQ-TABELA)
003068     END-IF
003070     MOVE BLQ-DOC-NUMERO
003080         TO WS-TAB-BLQ-DOC (WS-QTDE-BLOQ-TABELA)
003090     MOVE BLQ-MOTIVO
003330     END-STRING
003340     WRITE REL-LINHA
003350
003390     MOVE "A DOCUMENTO   T SITUACAO" TO REL-LINHA
003430     WRITE REL-LINHA
003440     .
003450 1200-GRAVAR-CABECALHO-EXIT.
004380         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
004390     END-IF
004400
004401     IF MVB-TIPO-DOC = SPACE
004402         MOVE "C" TO MVB-TIPO-DOC
004403     END-IF
004404     IF MVB-TIPO-DOC NOT = "C" AND "R" AND "P"
004405         MOVE "N" TO WS-MOVIMENTO-VALIDO
004406         MOVE "TIPO DE DOCUMENTO INVALIDO" TO WS-MOTIVO-RECUSA
004407         GO TO 2200-VALIDAR-MOVIMENTO-EXIT
004408     END-IF
004409
004410     IF MVB-DATA-VIGENCIA NOT NUMERIC
004420         MOVE "N" TO WS-MOVIMENTO-VALIDO
004430         MOVE "VIGENCIA NAO NUMERICA" TO WS-MOTIVO-RECUSA
004930******************************************************************
004940 2550-COMPARAR-BLQ-TABELA.
004950     IF WS-TAB-BLQ-DOC (WS-IDX-BLQ) = MVB-DOC-NUMERO
004955     AND WS-TAB-BLQ-TIPO (WS-IDX-BLQ) = MVB-TIPO-DOC
004960     AND WS-TAB-BLQ-SITUACAO (WS-IDX-BLQ) = "A"
004970         MOVE WS-IDX-BLQ TO WS-IDX-BLQ-ACHADO
004980     END-IF
005070     MOVE SPACES           TO WS-REL-DETALHE
005080     MOVE MVB-ACAO         TO WS-DET-ACAO
005090     MOVE MVB-DOC-NUMERO   TO WS-DET-DOC
005095     MOVE MVB-TIPO-DOC     TO WS-DET-TIPO
005100     MOVE WS-MOTIVO-RECUSA TO WS-DET-SITUACAO
005110     MOVE MVB-MOTIVO       TO WS-DET-MOTIVO
005120     WRITE REL-LINHA FROM WS-REL-DETALHE
005310
005320     ADD 1 TO WS-QTDE-BLOQ-TABELA
005330     ADD 1 TO WS-QTDE-INCLUIDOS
005333     MOVE MVB-TIPO-DOC
005336         TO WS-TAB-BLQ-TIPO (WS-QTDE-BLOQ-TABELA)
005340     MOVE MVB-DOC-NUMERO
005350         TO WS-TAB-BLQ-DOC (WS-QTDE-BLOQ-TABELA)
005360     MOVE MVB-MOTIVO
005420     MOVE SPACES         TO WS-REL-DETALHE
005430     MOVE MVB-ACAO       TO WS-DET-ACAO
005440     MOVE MVB-DOC-NUMERO TO WS-DET-DOC
005445     MOVE MVB-TIPO-DOC   TO WS-DET-TIPO
005450     MOVE "INCLUIDO"     TO WS-DET-SITUACAO
005460     MOVE MVB-MOTIVO     TO WS-DET-MOTIVO
005470     WRITE REL-LINHA FROM WS-REL-DETALHE
005600*    REVOGACAO NO RELATORIO.
005610******************************************************************
005620 3500-AVALIAR-REVOGACAO.
005645     MOVE MVB-TIPO-DOC   TO MST-TIPO-DOC
005670     MOVE MVB-DOC-NUMERO TO MST-DOC-NUMERO
005680     READ ARQ-MESTRE
005690
005840
005850     MOVE SPACES             TO REVOGACAO-REG
005860     MOVE MST-DOC-NUMERO     TO RVG-DOC-NUMERO
005865     MOVE MST-TIPO-DOC       TO RVG-TIPO-DOC
005870     MOVE WS-DATA-SISTEMA    TO RVG-DATA-REVOGACAO
005880     MOVE MVB-MOTIVO         TO RVG-MOTIVO-BLOQUEIO
005890     MOVE MST-DATA-ULT-VERIF TO RVG-DATA-ULT-VERIF
005950     MOVE SPACES         TO WS-REL-DETALHE
005960     MOVE "*"            TO WS-DET-ACAO
005970     MOVE MVB-DOC-NUMERO TO WS-DET-DOC
005975     MOVE MVB-TIPO-DOC   TO WS-DET-TIPO
005980     MOVE "REVOGACAO EMITIDA AO CADASTRO" TO WS-DET-SITUACAO
005990     MOVE MVB-MOTIVO     TO WS-DET-MOTIVO
006000     WRITE REL-LINHA FROM WS-REL-DETALHE
006140     MOVE SPACES         TO WS-REL-DETALHE
006150     MOVE MVB-ACAO       TO WS-DET-ACAO
006160     MOVE MVB-DOC-NUMERO TO WS-DET-DOC
006165     MOVE MVB-TIPO-DOC   TO WS-DET-TIPO
006170     MOVE "EXCLUIDO"     TO WS-DET-SITUACAO
006180     MOVE MVB-MOTIVO     TO WS-DET-MOTIVO
006190     WRITE REL-LINHA FROM WS-REL-DETALHE
006470
006480     MOVE SPACES TO BLOQUEADO-REG
006490     MOVE WS-TAB-BLQ-DOC (WS-IDX-BLQ)      TO BLQ-DOC-NUMERO
006495     MOVE WS-TAB-BLQ-TIPO (WS-IDX-BLQ)     TO BLQ-TIPO-DOC
006500     MOVE WS-TAB-BLQ-MOTIVO (WS-IDX-BLQ)   TO BLQ-MOTIVO
006510     MOVE WS-TAB-BLQ-VIGENCIA (WS-IDX-BLQ) TO BLQ-DATA-VIGENCIA
006520     WRITE BLQN-REG FROM BLOQUEADO-REG
007480     EXIT.
007490
007500******************************************************************
007510*    9700-CONFERIR-CADEIA
007520*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
007530*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
007540*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
007550*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
007560*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
007570*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
007580*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
007590*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
007600*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
007610*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
007620*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
007630*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
007640*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
007650*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
007660******************************************************************
007670 9700-CONFERIR-CADEIA.
007680     PERFORM 9710-LER-DEFINICAO
007690         THRU 9710-LER-DEFINICAO-EXIT
007700
007710     IF NOT CAD-DEFINIDO
007720         GO TO 9700-CONFERIR-CADEIA-EXIT
007730     END-IF
007740
007750     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
007760     ACCEPT WS-CAD-HORA-SIS FROM TIME
007770     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
007780     PERFORM 9760-CALCULAR-DATA-NEGOCIO
007790         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
007800     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
007810
007820     PERFORM 9720-APURAR-JORNAL
007830         THRU 9720-APURAR-JORNAL-EXIT
007840
007850     MOVE SPACES TO WS-CAD-MOTIVO
007860     IF CAD-EXECUCAO-REPETIDA
007870     AND NOT CAD-PODE-REPETIR
007880         STRING "REPETICAO NA DATA DE NEGOCIO "
007890                WS-CAD-DATA-NEGOCIO
007900                    DELIMITED BY SIZE
007910           INTO WS-CAD-MOTIVO
007920         END-STRING
007930     ELSE
007940         PERFORM 9740-CONFERIR-PREDECESSOR
007950             THRU 9740-CONFERIR-PREDECESSOR-EXIT
007960             VARYING WS-CAD-IDX FROM 1 BY 1
007970             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
007980             OR WS-CAD-MOTIVO NOT = SPACES
007990     END-IF
008000
008010     IF WS-CAD-MOTIVO = SPACES
008020         GO TO 9700-CONFERIR-CADEIA-EXIT
008030     END-IF
008040
008050     PERFORM 9750-LER-LIBERACAO
008060         THRU 9750-LER-LIBERACAO-EXIT
008070
008080     IF CAD-LIBERADO
008090         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
008100             WS-CAD-OPERADOR
008110         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
008120         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
008130         MOVE "L" TO WS-CAD-TIPO-JRN
008140         PERFORM 9790-GRAVAR-JORNAL-CADEIA
008150             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
008160         GO TO 9700-CONFERIR-CADEIA-EXIT
008170     END-IF
008180
008190     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
008200     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
008210     MOVE 12 TO RETURN-CODE
008220     MOVE "R" TO WS-CAD-TIPO-JRN
008230     PERFORM 9790-GRAVAR-JORNAL-CADEIA
008240         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
008250     STOP RUN
008260     .
008270 9700-CONFERIR-CADEIA-EXIT.
008280     EXIT.
008290
008300******************************************************************
008310*    9710-LER-DEFINICAO
008320*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
008330*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
008340*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
008350******************************************************************
008360 9710-LER-DEFINICAO.
008370     MOVE "N" TO WS-CAD-DEFINIDO
008380     OPEN INPUT ARQ-CADEIA
008390     IF NOT FS-CADEIA-OK
008400         IF NOT FS-CADEIA-AUSENTE
008410             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
008420                 "STATUS: " WS-FS-CADEIA
008430         END-IF
008440         GO TO 9710-LER-DEFINICAO-EXIT
008450     END-IF
008460
008470     MOVE "N" TO WS-CAD-FIM-ARQUIVO
008480     PERFORM 9715-LER-PROGRAMA
008490         THRU 9715-LER-PROGRAMA-EXIT
008500         UNTIL CAD-FIM-ARQUIVO
008510         OR CAD-DEFINIDO
008520
008530     CLOSE ARQ-CADEIA
008540     .
008550 9710-LER-DEFINICAO-EXIT.
008560     EXIT.
008570
008580 9715-LER-PROGRAMA.
008590     READ ARQ-CADEIA
008600         AT END
008610             MOVE "S" TO WS-CAD-FIM-ARQUIVO
008620             GO TO 9715-LER-PROGRAMA-EXIT
008630     END-READ
008640
008650     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
008660         GO TO 9715-LER-PROGRAMA-EXIT
008670     END-IF
008680
008690     MOVE "S" TO WS-CAD-DEFINIDO
008700     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
008710     MOVE ZEROS TO WS-CAD-HORA-VIRADA
008720     IF CAD-HORA-VIRADA NUMERIC
008730         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
008740     END-IF
008750     MOVE ZERO TO WS-CAD-QTDE-PRED
008760     PERFORM 9718-GUARDAR-PREDECESSOR
008770         THRU 9718-GUARDAR-PREDECESSOR-EXIT
008780         VARYING WS-CAD-IDX FROM 1 BY 1
008790         UNTIL WS-CAD-IDX > 5
008800     .
008810 9715-LER-PROGRAMA-EXIT.
008820     EXIT.
008830
008840 9718-GUARDAR-PREDECESSOR.
008850     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
008860         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
008870     END-IF
008880
008890     ADD 1 TO WS-CAD-QTDE-PRED
008900     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
008910                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
008920     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
008930     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
008940     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
008950     .
008960 9718-GUARDAR-PREDECESSOR-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000*    9720-APURAR-JORNAL
009010*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
009020*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
009030*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
009040*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
009050*    SO CONTAM OS REGISTROS DE INICIO E FIM.
009060******************************************************************
009070 9720-APURAR-JORNAL.
009080     OPEN INPUT ARQ-JORNAL
009090     IF NOT FS-JORNAL-OK
009100         GO TO 9720-APURAR-JORNAL-EXIT
009110     END-IF
009120
009130     MOVE "N" TO WS-CAD-FIM-ARQUIVO
009140     PERFORM 9725-LER-JORNAL-CADEIA
009150         THRU 9725-LER-JORNAL-CADEIA-EXIT
009160         UNTIL CAD-FIM-ARQUIVO
009170
009180     CLOSE ARQ-JORNAL
009190     .
009200 9720-APURAR-JORNAL-EXIT.
009210     EXIT.
009220
009230 9725-LER-JORNAL-CADEIA.
009240     READ ARQ-JORNAL
009250         AT END
009260             MOVE "S" TO WS-CAD-FIM-ARQUIVO
009270             GO TO 9725-LER-JORNAL-CADEIA-EXIT
009280     END-READ
009290
009300     IF NOT JRN-INICIO
009310     AND NOT JRN-FIM
009320         GO TO 9725-LER-JORNAL-CADEIA-EXIT
009330     END-IF
009340
009350     MOVE JRN-DATA TO WS-CAD-MOM-DATA
009360     MOVE JRN-HORA TO WS-CAD-MOM-HORA
009370
009380     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
009390         PERFORM 9730-APURAR-PROPRIO
009400             THRU 9730-APURAR-PROPRIO-EXIT
009410         GO TO 9725-LER-JORNAL-CADEIA-EXIT
009420     END-IF
009430
009440     MOVE ZERO TO WS-CAD-ACHADO
009450     PERFORM 9735-PROCURAR-PREDECESSOR
009460         THRU 9735-PROCURAR-PREDECESSOR-EXIT
009470         VARYING WS-CAD-IDX FROM 1 BY 1
009480         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
009490         OR WS-CAD-ACHADO > ZERO
009500     IF WS-CAD-ACHADO = ZERO
009510         GO TO 9725-LER-JORNAL-CADEIA-EXIT
009520     END-IF
009530
009540     IF JRN-INICIO
009550         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
009560         MOVE WS-CAD-MOMENTO-N
009570                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
009580         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
009590     ELSE
009600         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
009610             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
009620             MOVE JRN-RETURN-CODE
009630                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
009640         END-IF
009650     END-IF
009660     .
009670 9725-LER-JORNAL-CADEIA-EXIT.
009680     EXIT.
009690
009700 9730-APURAR-PROPRIO.
009710     IF JRN-INICIO
009720         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
009730         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
009740         GO TO 9730-APURAR-PROPRIO-EXIT
009750     END-IF
009760
009770     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
009780         GO TO 9730-APURAR-PROPRIO-EXIT
009790     END-IF
009800
009810     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
009820     IF JRN-RETURN-CODE = ZERO
009830         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
009840     END-IF
009850
009860     IF JRN-RETURN-CODE < 16
009870         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
009880         PERFORM 9760-CALCULAR-DATA-NEGOCIO
009890             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
009900         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
009910             MOVE "S" TO WS-CAD-REPETICAO
009920         END-IF
009930     END-IF
009940     .
009950 9730-APURAR-PROPRIO-EXIT.
009960     EXIT.
009970
009980 9735-PROCURAR-PREDECESSOR.
009990     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
010000         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
010010     END-IF
010020     .
010030 9735-PROCURAR-PREDECESSOR-EXIT.
010040     EXIT.
010050
010060******************************************************************
010070*    9740-CONFERIR-PREDECESSOR
010080*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
010090*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
010100*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
010110*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
010120*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
010130*    DE NOVO.
010140******************************************************************
010150 9740-CONFERIR-PREDECESSOR.
010160     MOVE "N" TO WS-CAD-PRED-DO-DIA
010170     IF CAD-PODE-REPETIR
010180     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
010190         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
010200         PERFORM 9760-CALCULAR-DATA-NEGOCIO
010210             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
010220         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
010230             MOVE "S" TO WS-CAD-PRED-DO-DIA
010240         END-IF
010250     END-IF
010260
010270     EVALUATE TRUE
010280         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
010290         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
010300                  NOT > WS-CAD-ULTIMO-OK
010310         AND NOT CAD-PRED-DO-DIA
010320             STRING "PREDECESSOR NAO EXECUTADO: "
010330                    WS-CAD-PRED-NOME (WS-CAD-IDX)
010340                        DELIMITED BY SIZE
010350               INTO WS-CAD-MOTIVO
010360             END-STRING
010370         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
010380             STRING "PREDECESSOR NAO FINALIZADO: "
010390                    WS-CAD-PRED-NOME (WS-CAD-IDX)
010400                        DELIMITED BY SIZE
010410               INTO WS-CAD-MOTIVO
010420             END-STRING
010430         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
010440             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
010450             STRING "PREDECESSOR COM RC "
010460                    WS-CAD-RC-ED
010470                    ": "
010480                    WS-CAD-PRED-NOME (WS-CAD-IDX)
010490                        DELIMITED BY SIZE
010500               INTO WS-CAD-MOTIVO
010510             END-STRING
010520     END-EVALUATE
010530     .
010540 9740-CONFERIR-PREDECESSOR-EXIT.
010550     EXIT.
010560
010570******************************************************************
010580*    9750-LER-LIBERACAO
010590*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
010600*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
010610*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
010620******************************************************************
010630 9750-LER-LIBERACAO.
010640     MOVE "N" TO WS-CAD-LIBERADO
010650     OPEN INPUT ARQ-LIBERACAO
010660     IF NOT FS-LIBERACAO-OK
010670         GO TO 9750-LER-LIBERACAO-EXIT
010680     END-IF
010690
010700     MOVE "N" TO WS-CAD-FIM-ARQUIVO
010710     PERFORM 9755-LER-CARTAO-LIBERACAO
010720         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
010730         UNTIL CAD-FIM-ARQUIVO
010740         OR CAD-LIBERADO
010750
010760     CLOSE ARQ-LIBERACAO
010770     .
010780 9750-LER-LIBERACAO-EXIT.
010790     EXIT.
010800
010810 9755-LER-CARTAO-LIBERACAO.
010820     READ ARQ-LIBERACAO
010830         AT END
010840             MOVE "S" TO WS-CAD-FIM-ARQUIVO
010850             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
010860     END-READ
010870
010880     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
010890     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
010900     AND LIB-OPERADOR NOT = SPACES
010910         MOVE "S" TO WS-CAD-LIBERADO
010920         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
010930         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
010940     END-IF
010950     .
010960 9755-LER-CARTAO-LIBERACAO-EXIT.
010970     EXIT.
010980
010990******************************************************************
011000*    9760-CALCULAR-DATA-NEGOCIO
011010*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
011020*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
011030*    ANTERIOR.
011040******************************************************************
011050 9760-CALCULAR-DATA-NEGOCIO.
011060     IF WS-CAD-MOM-DATA NOT NUMERIC
011070     OR WS-CAD-MOM-MM < 1
011080     OR WS-CAD-MOM-MM > 12
011090     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
011100         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
011110         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
011120     END-IF
011130
011140     SUBTRACT 1 FROM WS-CAD-MOM-DD
011150     IF WS-CAD-MOM-DD = ZERO
011160         SUBTRACT 1 FROM WS-CAD-MOM-MM
011170         IF WS-CAD-MOM-MM = ZERO
011180             MOVE 12 TO WS-CAD-MOM-MM
011190             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
011200         END-IF
011210         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
011220         IF WS-CAD-MOM-MM = 2
011230             PERFORM 9765-CONFERIR-BISSEXTO
011240                 THRU 9765-CONFERIR-BISSEXTO-EXIT
011250         END-IF
011260     END-IF
011270
011280     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
011290     .
011300 9760-CALCULAR-DATA-NEGOCIO-EXIT.
011310     EXIT.
011320
011330 9765-CONFERIR-BISSEXTO.
011340     DIVIDE WS-CAD-MOM-CCYY BY 4
011350         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
011360     DIVIDE WS-CAD-MOM-CCYY BY 100
011370         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
011380     DIVIDE WS-CAD-MOM-CCYY BY 400
011390         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
011400
011410     IF WS-CAD-RESTO-4 = ZERO
011420     AND (WS-CAD-RESTO-100 NOT = ZERO
011430          OR WS-CAD-RESTO-400 = ZERO)
011440         MOVE 29 TO WS-CAD-MOM-DD
011450     END-IF
011460     .
011470 9765-CONFERIR-BISSEXTO-EXIT.
011480     EXIT.
011490
011500******************************************************************
011510*    9790-GRAVAR-JORNAL-CADEIA
011520*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
011530*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
011540******************************************************************
011550 9790-GRAVAR-JORNAL-CADEIA.
011560     OPEN EXTEND ARQ-JORNAL
011570     IF NOT FS-JORNAL-OK
011580         OPEN OUTPUT ARQ-JORNAL
011590     END-IF
011600     IF NOT FS-JORNAL-OK
011610         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
011620             WS-FS-JORNAL
011630         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
011640     END-IF
011650
011660     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
011670     ACCEPT WS-CAD-HORA-SIS FROM TIME
011680     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
011690
011700     MOVE SPACES                TO JORNAL-REG
011710     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
011720     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
011730     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
011740     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
011750     MOVE ZEROS                 TO JRN-QTDE-LIDOS
011760     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
011770     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
011780     MOVE RETURN-CODE           TO JRN-RETURN-CODE
011790     MOVE "N"                   TO JRN-REINICIO
011800     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
011810     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
011820     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
011830
011840     WRITE JORNAL-REG
011850
011860     CLOSE ARQ-JORNAL
011870     .
011880 9790-GRAVAR-JORNAL-CADEIA-EXIT.
011890     EXIT.
011900******************************************************************
011910*    9800-GRAVAR-JORNAL
011920*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
011930*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
011940*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
011950*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A
011960*    MANUTENCAO.
011970******************************************************************
011980 9800-GRAVAR-JORNAL.
011990     OPEN EXTEND ARQ-JORNAL
012000     IF NOT FS-JORNAL-OK
012010         OPEN OUTPUT ARQ-JORNAL
012020     END-IF
012030     IF NOT FS-JORNAL-OK
012040         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
012050             WS-FS-JORNAL
012060         GO TO 9800-GRAVAR-JORNAL-EXIT
012070     END-IF

012080     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
012090     ACCEPT WS-HORA-JRN-SIS FROM TIME
012100     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100

012110     MOVE SPACES                 TO JORNAL-REG
012120     MOVE "MANUTENCAO-BLOQUEADOS" TO JRN-PROGRAMA
012130     MOVE WS-JRN-TIPO            TO JRN-TIPO
012140     MOVE WS-DATA-JORNAL         TO JRN-DATA
012150     MOVE WS-HORA-JORNAL         TO JRN-HORA
012160     MOVE WS-QTDE-MOVIMENTOS     TO JRN-QTDE-LIDOS
012170     MOVE WS-QTDE-LISTA-NOVA     TO JRN-QTDE-GRAVADOS
012180     MOVE WS-QTDE-RECUSADOS      TO JRN-QTDE-REJEITADOS
012190     MOVE RETURN-CODE            TO JRN-RETURN-CODE
012200     MOVE "N"                    TO JRN-REINICIO

012210     WRITE JORNAL-REG

012220     CLOSE ARQ-JORNAL
012230     .
012240 9800-GRAVAR-JORNAL-EXIT.
012250     EXIT.

012260 END PROGRAM MANUTENCAO-BLOQUEADOS.
