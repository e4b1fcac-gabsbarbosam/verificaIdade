000190*                 inicio e de fim no jornal de execucao
000191*                 (ARQ-JORNAL), para a conferencia da janela pelo
000192*                 relatorio de operacoes.
000193* 15/10/2026 GB   Documento de estrangeiro: o tipo do documento
000194*                 enviado ao onboarding (ou da pendencia do dia
000195*                 anterior) e guardado na tabela de enviados e
000196*                 regravado nas pendencias. O casamento com o
000197*                 retorno continua pelo numero e data, que nao
000198*                 se repetem entre os tipos.
000199* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000200*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000201*                 de execucao, o programa recusa rodar (RC 12,
000202*                 registro R no jornal) quando um predecessor nao
000203*                 terminou com RC 0 depois da sua ultima execucao
000204*                 correta ou quando a execucao seria repeticao
000205*                 proibida na data de negocio. O cartao de
000206*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000207*                 a reexecucao supervisionada, registrada no
000208*                 jornal (registro L, com o operador e a
000209*                 justificativa do cartao). O programa que pode
000210*                 repetir na data de negocio aceita o
000211*                 predecessor que rodou na propria data de
000212*                 negocio.
000213******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RECONCILIA-ONBOARDING.
000210 AUTHOR. GABRIELA BARBOSA.
000492     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         FILE STATUS IS WS-FS-JORNAL.
000496     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000498         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-CADEIA.
000502     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-FS-LIBERACAO.
000508
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ARQ-ONBOARDING
000713     RECORDING MODE IS F.
000714 COPY JORNREG.
000720
000721 FD  ARQ-CADEIA
000722     RECORDING MODE IS F.
000723 COPY CADEREG.
000724
000725 FD  ARQ-LIBERACAO
000726     RECORDING MODE IS F.
000727 COPY LIBEREG.
000728
000730 WORKING-STORAGE SECTION.
000740******************************************************************
000750*    CHAVES E STATUS DE ARQUIVO
000869 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
000870 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
000871 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
000872******************************************************************
000873*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
000874*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
000875*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
000876*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
000877*    RODOU, A = ABERTA, F = FINALIZADA).
000878******************************************************************
000879 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
000880     88  FS-CADEIA-OK            VALUE "00".
000881     88  FS-CADEIA-AUSENTE       VALUE "35".
000882 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
000883     88  FS-LIBERACAO-OK         VALUE "00".
000884 77  WS-CAD-PROGRAMA             PIC X(22)
000885                 VALUE "RECONCILIA-ONBOARDING".
000886 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
000887     88  CAD-DEFINIDO            VALUE "S".
000888 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
000889     88  CAD-FIM-ARQUIVO         VALUE "S".
000890 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
000891     88  CAD-PODE-REPETIR        VALUE "S".
000892 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
000893     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
000894 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
000895     88  CAD-PRED-DO-DIA         VALUE "S".
000896 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
000897     88  CAD-LIBERADO            VALUE "S".
000898 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
000899 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
000900 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
000901 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
000902 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
000903 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
000904 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
000905 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
000906 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
000907 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
000908 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
000909 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
000911 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
000912 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
000913 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
000914 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
000915 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
000916 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
000917 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
000918 01  WS-CAD-PREDECESSORES.
000919     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
000920         10  WS-CAD-PRED-NOME    PIC X(22).
000921         10  WS-CAD-PRED-SIT     PIC X(01).
000922         10  WS-CAD-PRED-INICIO  PIC 9(14).
000923         10  WS-CAD-PRED-RC      PIC 9(04).
000924 01  WS-CAD-MOMENTO.
000925     05  WS-CAD-MOM-DATA.
000926         10  WS-CAD-MOM-CCYY     PIC 9(04).
000927         10  WS-CAD-MOM-MM       PIC 9(02).
000928         10  WS-CAD-MOM-DD       PIC 9(02).
000929     05  WS-CAD-MOM-HORA         PIC 9(06).
000930 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
000931                                 PIC 9(14).
000932 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
000933     05  FILLER                  PIC X(08).
000934     05  WS-CAD-MOM-HHMM         PIC 9(04).
000935     05  FILLER                  PIC X(02).
000936 01  WS-CAD-DIAS-MES-TAB.
000937     05  FILLER                  PIC X(24)
000938                 VALUE "312831303130313130313031".
000939 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
000940     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
000941
000942******************************************************************
000943*    CHAVES DE CONTROLE DE FIM DE ARQUIVO
000944******************************************************************
000945 77  WS-FIM-ONBOARDING           PIC X(01) VALUE "N".
000946     88  FIM-DO-ONBOARDING       VALUE "S".
000947 77  WS-FIM-RETORNO              PIC X(01) VALUE "N".
000948     88  FIM-DO-RETORNO          VALUE "S".
000950 77  WS-FIM-PEND-ANT             PIC X(01) VALUE "N".
000960     88  FIM-DA-PEND-ANT         VALUE "S".
000970
001150 77  WS-IDX-ENV-ACHADO           PIC 9(05) COMP VALUE ZERO.
001160 01  WS-TABELA-ENVIADOS.
001170     05  WS-TAB-ENV-ENT          OCCURS 10000 TIMES.
001175         10  WS-TAB-ENV-TIPO     PIC X(01).
001180         10  WS-TAB-ENV-DOC      PIC X(11).
001190         10  WS-TAB-ENV-DATA     PIC 9(08).
001200         10  WS-TAB-ENV-RESP     PIC X(01).
001760*    PARAGRAFO PRINCIPAL DO PROGRAMA.
001770******************************************************************
001780 0000-MAINLINE.
001783     PERFORM 9700-CONFERIR-CADEIA
001786         THRU 9700-CONFERIR-CADEIA-EXIT
001790     PERFORM 1000-INICIALIZAR
001800         THRU 1000-INICIALIZAR-EXIT
001801
002900
002905     ADD 1 TO WS-QTDE-ENVIADOS
002910     ADD 1 TO WS-QTDE-ENV-TABELA
002913     MOVE ONB-TIPO-DOC
002916         TO WS-TAB-ENV-TIPO (WS-QTDE-ENV-TABELA)
002920     MOVE ONB-DOC-NUMERO
002930         TO WS-TAB-ENV-DOC (WS-QTDE-ENV-TABELA)
002940     MOVE ONB-DATA-VERIF
003437         END-IF
003440         IF WS-QTDE-ENV-TABELA < WS-MAX-ENVIADOS
003450             ADD 1 TO WS-QTDE-ENV-TABELA
003453             MOVE PEND-TIPO-DOC
003456                 TO WS-TAB-ENV-TIPO (WS-QTDE-ENV-TABELA)
003460             MOVE PEND-DOC-NUMERO
003470                 TO WS-TAB-ENV-DOC (WS-QTDE-ENV-TABELA)
003480             MOVE PEND-DATA-VERIF
005430     MOVE SPACES TO PENDENCIA-REG
005440     MOVE "E"                          TO PEND-TIPO
005450     MOVE WS-TAB-ENV-DOC (WS-IDX-ENV)  TO PEND-DOC-NUMERO
005455     MOVE WS-TAB-ENV-TIPO (WS-IDX-ENV) TO PEND-TIPO-DOC
005460     MOVE WS-TAB-ENV-DATA (WS-IDX-ENV) TO PEND-DATA-VERIF
005470     MOVE SPACES                       TO PEND-STATUS
005480     MOVE SPACES                       TO PEND-MOTIVO
005705     MOVE SPACES TO PENDENCIA-REG
005706     MOVE "J"                            TO PEND-TIPO
005707     MOVE WS-TAB-ENV-DOC (WS-IDX-ENV)    TO PEND-DOC-NUMERO
005708     MOVE WS-TAB-ENV-TIPO (WS-IDX-ENV)   TO PEND-TIPO-DOC
005710     MOVE WS-TAB-ENV-DATA (WS-IDX-ENV)   TO PEND-DATA-VERIF
005711     MOVE WS-TAB-ENV-STATUS (WS-IDX-ENV) TO PEND-STATUS
005713     MOVE WS-TAB-ENV-MOTIVO (WS-IDX-ENV) TO PEND-MOTIVO
005715     MOVE WS-TENTATIVAS-ANT              TO PEND-TENTATIVAS
005716     WRITE PENDENCIA-REG
005718     .
005720 4200-GRAVAR-REJEITADO-EXIT.
005730     EXIT.
005740
006760     EXIT.
006770
006780******************************************************************
006790*    9700-CONFERIR-CADEIA
006800*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
006810*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
006820*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
006830*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
006840*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
006850*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
006860*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
006870*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
006880*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
006890*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
006900*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
006910*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
006920*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
006930*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
006940******************************************************************
006950 9700-CONFERIR-CADEIA.
006960     PERFORM 9710-LER-DEFINICAO
006970         THRU 9710-LER-DEFINICAO-EXIT
006980
006990     IF NOT CAD-DEFINIDO
007000         GO TO 9700-CONFERIR-CADEIA-EXIT
007010     END-IF
007020
007030     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
007040     ACCEPT WS-CAD-HORA-SIS FROM TIME
007050     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
007060     PERFORM 9760-CALCULAR-DATA-NEGOCIO
007070         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
007080     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
007090
007100     PERFORM 9720-APURAR-JORNAL
007110         THRU 9720-APURAR-JORNAL-EXIT
007120
007130     MOVE SPACES TO WS-CAD-MOTIVO
007140     IF CAD-EXECUCAO-REPETIDA
007150     AND NOT CAD-PODE-REPETIR
007160         STRING "REPETICAO NA DATA DE NEGOCIO "
007170                WS-CAD-DATA-NEGOCIO
007180                    DELIMITED BY SIZE
007190           INTO WS-CAD-MOTIVO
007200         END-STRING
007210     ELSE
007220         PERFORM 9740-CONFERIR-PREDECESSOR
007230             THRU 9740-CONFERIR-PREDECESSOR-EXIT
007240             VARYING WS-CAD-IDX FROM 1 BY 1
007250             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
007260             OR WS-CAD-MOTIVO NOT = SPACES
007270     END-IF
007280
007290     IF WS-CAD-MOTIVO = SPACES
007300         GO TO 9700-CONFERIR-CADEIA-EXIT
007310     END-IF
007320
007330     PERFORM 9750-LER-LIBERACAO
007340         THRU 9750-LER-LIBERACAO-EXIT
007350
007360     IF CAD-LIBERADO
007370         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
007380             WS-CAD-OPERADOR
007390         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
007400         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
007410         MOVE "L" TO WS-CAD-TIPO-JRN
007420         PERFORM 9790-GRAVAR-JORNAL-CADEIA
007430             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
007440         GO TO 9700-CONFERIR-CADEIA-EXIT
007450     END-IF
007460
007470     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
007480     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
007490     MOVE 12 TO RETURN-CODE
007500     MOVE "R" TO WS-CAD-TIPO-JRN
007510     PERFORM 9790-GRAVAR-JORNAL-CADEIA
007520         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
007530     STOP RUN
007540     .
007550 9700-CONFERIR-CADEIA-EXIT.
007560     EXIT.
007570
007580******************************************************************
007590*    9710-LER-DEFINICAO
007600*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
007610*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
007620*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
007630******************************************************************
007640 9710-LER-DEFINICAO.
007650     MOVE "N" TO WS-CAD-DEFINIDO
007660     OPEN INPUT ARQ-CADEIA
007670     IF NOT FS-CADEIA-OK
007680         IF NOT FS-CADEIA-AUSENTE
007690             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
007700                 "STATUS: " WS-FS-CADEIA
007710         END-IF
007720         GO TO 9710-LER-DEFINICAO-EXIT
007730     END-IF
007740
007750     MOVE "N" TO WS-CAD-FIM-ARQUIVO
007760     PERFORM 9715-LER-PROGRAMA
007770         THRU 9715-LER-PROGRAMA-EXIT
007780         UNTIL CAD-FIM-ARQUIVO
007790         OR CAD-DEFINIDO
007800
007810     CLOSE ARQ-CADEIA
007820     .
007830 9710-LER-DEFINICAO-EXIT.
007840     EXIT.
007850
007860 9715-LER-PROGRAMA.
007870     READ ARQ-CADEIA
007880         AT END
007890             MOVE "S" TO WS-CAD-FIM-ARQUIVO
007900             GO TO 9715-LER-PROGRAMA-EXIT
007910     END-READ
007920
007930     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
007940         GO TO 9715-LER-PROGRAMA-EXIT
007950     END-IF
007960
007970     MOVE "S" TO WS-CAD-DEFINIDO
007980     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
007990     MOVE ZEROS TO WS-CAD-HORA-VIRADA
008000     IF CAD-HORA-VIRADA NUMERIC
008010         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
008020     END-IF
008030     MOVE ZERO TO WS-CAD-QTDE-PRED
008040     PERFORM 9718-GUARDAR-PREDECESSOR
008050         THRU 9718-GUARDAR-PREDECESSOR-EXIT
008060         VARYING WS-CAD-IDX FROM 1 BY 1
008070         UNTIL WS-CAD-IDX > 5
008080     .
008090 9715-LER-PROGRAMA-EXIT.
008100     EXIT.
008110
008120 9718-GUARDAR-PREDECESSOR.
008130     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
008140         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
008150     END-IF
008160
008170     ADD 1 TO WS-CAD-QTDE-PRED
008180     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
008190                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
008200     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
008210     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
008220     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
008230     .
008240 9718-GUARDAR-PREDECESSOR-EXIT.
008250     EXIT.
008260
008270******************************************************************
008280*    9720-APURAR-JORNAL
008290*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
008300*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
008310*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
008320*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
008330*    SO CONTAM OS REGISTROS DE INICIO E FIM.
008340******************************************************************
008350 9720-APURAR-JORNAL.
008360     OPEN INPUT ARQ-JORNAL
008370     IF NOT FS-JORNAL-OK
008380         GO TO 9720-APURAR-JORNAL-EXIT
008390     END-IF
008400
008410     MOVE "N" TO WS-CAD-FIM-ARQUIVO
008420     PERFORM 9725-LER-JORNAL-CADEIA
008430         THRU 9725-LER-JORNAL-CADEIA-EXIT
008440         UNTIL CAD-FIM-ARQUIVO
008450
008460     CLOSE ARQ-JORNAL
008470     .
008480 9720-APURAR-JORNAL-EXIT.
008490     EXIT.
008500
008510 9725-LER-JORNAL-CADEIA.
008520     READ ARQ-JORNAL
008530         AT END
008540             MOVE "S" TO WS-CAD-FIM-ARQUIVO
008550             GO TO 9725-LER-JORNAL-CADEIA-EXIT
008560     END-READ
008570
008580     IF NOT JRN-INICIO
008590     AND NOT JRN-FIM
008600         GO TO 9725-LER-JORNAL-CADEIA-EXIT
008610     END-IF
008620
008630     MOVE JRN-DATA TO WS-CAD-MOM-DATA
008640     MOVE JRN-HORA TO WS-CAD-MOM-HORA
008650
008660     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
008670         PERFORM 9730-APURAR-PROPRIO
008680             THRU 9730-APURAR-PROPRIO-EXIT
008690         GO TO 9725-LER-JORNAL-CADEIA-EXIT
008700     END-IF
008710
008720     MOVE ZERO TO WS-CAD-ACHADO
008730     PERFORM 9735-PROCURAR-PREDECESSOR
008740         THRU 9735-PROCURAR-PREDECESSOR-EXIT
008750         VARYING WS-CAD-IDX FROM 1 BY 1
008760         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
008770         OR WS-CAD-ACHADO > ZERO
008780     IF WS-CAD-ACHADO = ZERO
008790         GO TO 9725-LER-JORNAL-CADEIA-EXIT
008800     END-IF
008810
008820     IF JRN-INICIO
008830         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
008840         MOVE WS-CAD-MOMENTO-N
008850                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
008860         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
008870     ELSE
008880         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
008890             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
008900             MOVE JRN-RETURN-CODE
008910                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
008920         END-IF
008930     END-IF
008940     .
008950 9725-LER-JORNAL-CADEIA-EXIT.
008960     EXIT.
008970
008980 9730-APURAR-PROPRIO.
008990     IF JRN-INICIO
009000         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
009010         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
009020         GO TO 9730-APURAR-PROPRIO-EXIT
009030     END-IF
009040
009050     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
009060         GO TO 9730-APURAR-PROPRIO-EXIT
009070     END-IF
009080
009090     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
009100     IF JRN-RETURN-CODE = ZERO
009110         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
009120     END-IF
009130
009140     IF JRN-RETURN-CODE < 16
009150         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
009160         PERFORM 9760-CALCULAR-DATA-NEGOCIO
009170             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
009180         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
009190             MOVE "S" TO WS-CAD-REPETICAO
009200         END-IF
009210     END-IF
009220     .
009230 9730-APURAR-PROPRIO-EXIT.
009240     EXIT.
009250
009260 9735-PROCURAR-PREDECESSOR.
009270     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
009280         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
009290     END-IF
009300     .
009310 9735-PROCURAR-PREDECESSOR-EXIT.
009320     EXIT.
009330
009340******************************************************************
009350*    9740-CONFERIR-PREDECESSOR
009360*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
009370*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
009380*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
009390*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
009400*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
009410*    DE NOVO.
009420******************************************************************
009430 9740-CONFERIR-PREDECESSOR.
009440     MOVE "N" TO WS-CAD-PRED-DO-DIA
009450     IF CAD-PODE-REPETIR
009460     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
009470         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
009480         PERFORM 9760-CALCULAR-DATA-NEGOCIO
009490             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
009500         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
009510             MOVE "S" TO WS-CAD-PRED-DO-DIA
009520         END-IF
009530     END-IF
009540
009550     EVALUATE TRUE
009560         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
009570         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
009580                  NOT > WS-CAD-ULTIMO-OK
009590         AND NOT CAD-PRED-DO-DIA
009600             STRING "PREDECESSOR NAO EXECUTADO: "
009610                    WS-CAD-PRED-NOME (WS-CAD-IDX)
009620                        DELIMITED BY SIZE
009630               INTO WS-CAD-MOTIVO
009640             END-STRING
009650         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
009660             STRING "PREDECESSOR NAO FINALIZADO: "
009670                    WS-CAD-PRED-NOME (WS-CAD-IDX)
009680                        DELIMITED BY SIZE
009690               INTO WS-CAD-MOTIVO
009700             END-STRING
009710         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
009720             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
009730             STRING "PREDECESSOR COM RC "
009740                    WS-CAD-RC-ED
009750                    ": "
009760                    WS-CAD-PRED-NOME (WS-CAD-IDX)
009770                        DELIMITED BY SIZE
009780               INTO WS-CAD-MOTIVO
009790             END-STRING
009800     END-EVALUATE
009810     .
009820 9740-CONFERIR-PREDECESSOR-EXIT.
009830     EXIT.
009840
009850******************************************************************
009860*    9750-LER-LIBERACAO
009870*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
009880*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
009890*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
009900******************************************************************
009910 9750-LER-LIBERACAO.
009920     MOVE "N" TO WS-CAD-LIBERADO
009930     OPEN INPUT ARQ-LIBERACAO
009940     IF NOT FS-LIBERACAO-OK
009950         GO TO 9750-LER-LIBERACAO-EXIT
009960     END-IF
009970
009980     MOVE "N" TO WS-CAD-FIM-ARQUIVO
009990     PERFORM 9755-LER-CARTAO-LIBERACAO
010000         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
010010         UNTIL CAD-FIM-ARQUIVO
010020         OR CAD-LIBERADO
010030
010040     CLOSE ARQ-LIBERACAO
010050     .
010060 9750-LER-LIBERACAO-EXIT.
010070     EXIT.
010080
010090 9755-LER-CARTAO-LIBERACAO.
010100     READ ARQ-LIBERACAO
010110         AT END
010120             MOVE "S" TO WS-CAD-FIM-ARQUIVO
010130             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
010140     END-READ
010150
010160     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
010170     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
010180     AND LIB-OPERADOR NOT = SPACES
010190         MOVE "S" TO WS-CAD-LIBERADO
010200         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
010210         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
010220     END-IF
010230     .
010240 9755-LER-CARTAO-LIBERACAO-EXIT.
010250     EXIT.
010260
010270******************************************************************
010280*    9760-CALCULAR-DATA-NEGOCIO
010290*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
010300*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
010310*    ANTERIOR.
010320******************************************************************
010330 9760-CALCULAR-DATA-NEGOCIO.
010340     IF WS-CAD-MOM-DATA NOT NUMERIC
010350     OR WS-CAD-MOM-MM < 1
010360     OR WS-CAD-MOM-MM > 12
010370     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
010380         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
010390         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
010400     END-IF
010410
010420     SUBTRACT 1 FROM WS-CAD-MOM-DD
010430     IF WS-CAD-MOM-DD = ZERO
010440         SUBTRACT 1 FROM WS-CAD-MOM-MM
010450         IF WS-CAD-MOM-MM = ZERO
010460             MOVE 12 TO WS-CAD-MOM-MM
010470             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
010480         END-IF
010490         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
010500         IF WS-CAD-MOM-MM = 2
010510             PERFORM 9765-CONFERIR-BISSEXTO
010520                 THRU 9765-CONFERIR-BISSEXTO-EXIT
010530         END-IF
010540     END-IF
010550
010560     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
010570     .
010580 9760-CALCULAR-DATA-NEGOCIO-EXIT.
010590     EXIT.
010600
010610 9765-CONFERIR-BISSEXTO.
010620     DIVIDE WS-CAD-MOM-CCYY BY 4
010630         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
010640     DIVIDE WS-CAD-MOM-CCYY BY 100
010650         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
010660     DIVIDE WS-CAD-MOM-CCYY BY 400
010670         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
010680
010690     IF WS-CAD-RESTO-4 = ZERO
010700     AND (WS-CAD-RESTO-100 NOT = ZERO
010710          OR WS-CAD-RESTO-400 = ZERO)
010720         MOVE 29 TO WS-CAD-MOM-DD
010730     END-IF
010740     .
010750 9765-CONFERIR-BISSEXTO-EXIT.
010760     EXIT.
010770
010780******************************************************************
010790*    9790-GRAVAR-JORNAL-CADEIA
010800*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
010810*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
010820******************************************************************
010830 9790-GRAVAR-JORNAL-CADEIA.
010840     OPEN EXTEND ARQ-JORNAL
010850     IF NOT FS-JORNAL-OK
010860         OPEN OUTPUT ARQ-JORNAL
010870     END-IF
010880     IF NOT FS-JORNAL-OK
010890         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
010900             WS-FS-JORNAL
010910         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
010920     END-IF
010930
010940     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
010950     ACCEPT WS-CAD-HORA-SIS FROM TIME
010960     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
010970
010980     MOVE SPACES                TO JORNAL-REG
010990     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
011000     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
011010     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
011020     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
011030     MOVE ZEROS                 TO JRN-QTDE-LIDOS
011040     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
011050     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
011060     MOVE RETURN-CODE           TO JRN-RETURN-CODE
011070     MOVE "N"                   TO JRN-REINICIO
011080     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
011090     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
011100     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
011110
011120     WRITE JORNAL-REG
011130
011140     CLOSE ARQ-JORNAL
011150     .
011160 9790-GRAVAR-JORNAL-CADEIA-EXIT.
011170     EXIT.
011180******************************************************************
011190*    9800-GRAVAR-JORNAL
011200*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
011210*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
011220*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
011230*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA A
011240*    RECONCILIACAO.
011250******************************************************************
011260 9800-GRAVAR-JORNAL.
011270     OPEN EXTEND ARQ-JORNAL
011280     IF NOT FS-JORNAL-OK
011290         OPEN OUTPUT ARQ-JORNAL
011300     END-IF
011310     IF NOT FS-JORNAL-OK
011320         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
011330             WS-FS-JORNAL
011340         GO TO 9800-GRAVAR-JORNAL-EXIT
011350     END-IF

011360     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
011370     ACCEPT WS-HORA-JRN-SIS FROM TIME
011380     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100

011390     MOVE SPACES                 TO JORNAL-REG
011400     MOVE "RECONCILIA-ONBOARDING" TO JRN-PROGRAMA
011410     MOVE WS-JRN-TIPO            TO JRN-TIPO
011420     MOVE WS-DATA-JORNAL         TO JRN-DATA
011430     MOVE WS-HORA-JORNAL         TO JRN-HORA
011440     MOVE WS-QTDE-RETORNOS       TO JRN-QTDE-LIDOS
011450     MOVE WS-QTDE-ACEITOS        TO JRN-QTDE-GRAVADOS
011460     MOVE WS-QTDE-REJEITADOS     TO JRN-QTDE-REJEITADOS
011470     MOVE RETURN-CODE            TO JRN-RETURN-CODE
011480     MOVE "N"                    TO JRN-REINICIO

011490     WRITE JORNAL-REG

011500     CLOSE ARQ-JORNAL
011510     .
011520 9800-GRAVAR-JORNAL-EXIT.
011530     EXIT.

011540 END PROGRAM RECONCILIA-ONBOARDING.
