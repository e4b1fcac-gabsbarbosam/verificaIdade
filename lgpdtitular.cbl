000247*                 listado no extrato e anonimizado na eliminacao
000248*                 (regravado em ARQ-LOG-NOVO), preservando o
000249*                 evento da manutencao sem identificar o titular.
000250* 15/10/2026 GB   O registro de auditoria cresceu de 60 para 72
000251*                 posicoes (CPF e situacao do responsavel legal
000252*                 do menor); a trilha nova, o arquivo morto e o
000253*                 arquivo morto novo acompanham o novo tamanho.
000254*                 Na eliminacao, o CPF do titular tambem e
000255*                 anonimizado quando aparece como responsavel
000256*                 legal na verificacao de um menor; o evento do
000257*                 menor permanece intacto.
000258* 15/10/2026 GB   Documento de estrangeiro: o cartao do titular
000259*                 traz o tipo do documento (em branco vale CPF;
000260*                 tipo desconhecido derruba o job). Mestre e
000261*                 historico sao lidos por tipo e numero, e nas
000262*                 trilhas sequenciais o registro so e do titular
000263*                 quando tipo e numero conferem (tipo em branco
000264*                 nas trilhas antigas vale CPF). O responsavel
000265*                 legal, sempre CPF, so e anonimizado para
000266*                 titular de CPF.
000267* 15/10/2026 GB   O registro de auditoria cresceu de 72 para 86
000268*                 posicoes (identificador da execucao do lote);
000269*                 a trilha nova, o arquivo morto e o arquivo
000270*                 morto novo acompanham o novo tamanho.
000271* 15/10/2026 GB   Conferencia da cadeia de jobs na partida: com
000272*                 a definicao da cadeia (ARQ-CADEIA) e o jornal
000273*                 de execucao, o programa recusa rodar (RC 12,
000275*                 registro R no jornal) quando um predecessor nao
000276*                 terminou com RC 0 depois da sua ultima execucao
000277*                 correta ou quando a execucao seria repeticao
000278*                 proibida na data de negocio. O cartao de
000279*                 liberacao do operador (ARQ-LIBERACAO) autoriza
000280*                 a reexecucao supervisionada, registrada no
000281*                 jornal (registro L, com o operador e a
000282*                 justificativa do cartao). O programa que pode
000283*                 repetir na data de negocio aceita o
000284*                 predecessor que rodou na propria data de
000285*                 negocio.
000286* 15/10/2026 GB   O registro de auditoria cresceu de 86 para 88
000287*                 posicoes (motivo de rejeicao do registro
000288*                 recebido); as copias da trilha acompanham o
000289*                 novo tamanho.
000290* 15/10/2026 GB   O registro de auditoria cresceu de 88 para 96
000291*                 posicoes (operador do balcao que fez a
000292*                 verificacao); as copias da trilha acompanham o
000293*                 novo tamanho.
000294******************************************************************
000295 IDENTIFICATION DIVISION.
000296 PROGRAM-ID. LGPD-TITULAR.
000297 AUTHOR. GABRIELA BARBOSA.
000298 INSTALLATION. DEPARTAMENTO DE SISTEMAS.
000300 DATE-WRITTEN. 02/09/2026.
000310 DATE-COMPILED.
000320 ENVIRONMENT DIVISION.
000420     SELECT ARQ-MESTRE ASSIGN TO ARQMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS MST-CHAVE
000460         FILE STATUS IS WS-FS-MESTRE.
000470
000480     SELECT ARQ-HISTORICO ASSIGN TO ARQHST
000900     SELECT ARQ-JORNAL ASSIGN TO ARQJRN
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-FS-JORNAL.
000921     SELECT ARQ-CADEIA ASSIGN TO ARQCAD
000922         ORGANIZATION IS LINE SEQUENTIAL
000924         FILE STATUS IS WS-FS-CADEIA.
000925     SELECT ARQ-LIBERACAO ASSIGN TO ARQLIB
000927         ORGANIZATION IS LINE SEQUENTIAL
000928         FILE STATUS IS WS-FS-LIBERACAO.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
001090
001100 FD  ARQ-AUD-NOVA
001110     RECORDING MODE IS F.
001120 01  AUDN-REG                    PIC X(96).
001130
001140 FD  ARQ-ARQUIVO-MORTO
001150     RECORDING MODE IS F.
001160 01  ARC-REG                     PIC X(96).
001170
001180 FD  ARQ-ARC-NOVO
001190     RECORDING MODE IS F.
001200 01  ARCN-REG                    PIC X(96).
001210
001220 FD  ARQ-ALERTAS
001230     RECORDING MODE IS F.
001420 FD  ARQ-JORNAL
001430     RECORDING MODE IS F.
001440 COPY JORNREG.
001441
001442 FD  ARQ-CADEIA
001443     RECORDING MODE IS F.
001444 COPY CADEREG.
001445
001446 FD  ARQ-LIBERACAO
001447     RECORDING MODE IS F.
001448 COPY LIBEREG.
001450
001460 WORKING-STORAGE SECTION.
001470******************************************************************
001950*    REQUISICAO DO TITULAR RECEBIDA NO CARTAO
001960******************************************************************
001970 77  WS-DOC-TITULAR              PIC X(11) VALUE SPACES.
001971 77  WS-TIPO-TITULAR             PIC X(01) VALUE "C".
001973     88  TIPO-TITULAR-CPF        VALUE "C".
001975     88  TIPO-TITULAR-RNE        VALUE "R".
001976     88  TIPO-TITULAR-PASSAPORTE VALUE "P".
001978 77  WS-DESC-TIPO-TITULAR        PIC X(10) VALUE "CPF".
001980 77  WS-ACAO                     PIC X(01) VALUE SPACES.
001990     88  ACAO-EXTRACAO           VALUE "E".
002000     88  ACAO-ELIMINACAO         VALUE "X".
002230 77  WS-QTDE-ED                  PIC 9(08) VALUE ZERO.
002240
002250******************************************************************
002251*    JORNAL DE EXECUCAO: TIPO DO REGISTRO CORRENTE (INICIO OU
002252*    FIM) E AREAS DE DATA E HORA DA GRAVACAO
002253******************************************************************
002254 77  WS-JRN-TIPO                 PIC X(01) VALUE "I".
002255 77  WS-DATA-JORNAL              PIC 9(08) VALUE ZEROS.
002256 77  WS-HORA-JRN-SIS             PIC 9(08) VALUE ZEROS.
002257 77  WS-HORA-JORNAL              PIC 9(06) VALUE ZEROS.
002258******************************************************************
002259*    CONFERENCIA DA CADEIA DE JOBS NA PARTIDA: NOME DO PROGRAMA
002260*    NO JORNAL, DEFINICAO DA CADEIA (ARQ-CADEIA), CARTAO DE
002261*    LIBERACAO DO OPERADOR (ARQ-LIBERACAO) E SITUACAO DA ULTIMA
002262*    EXECUCAO DE CADA PREDECESSOR APURADA NO JORNAL (N = NAO
002263*    RODOU, A = ABERTA, F = FINALIZADA).
002264******************************************************************
002265 77  WS-FS-CADEIA                PIC X(02) VALUE ZEROS.
002266     88  FS-CADEIA-OK            VALUE "00".
002267     88  FS-CADEIA-AUSENTE       VALUE "35".
002268 77  WS-FS-LIBERACAO             PIC X(02) VALUE ZEROS.
002270     88  FS-LIBERACAO-OK         VALUE "00".
002271 77  WS-CAD-PROGRAMA             PIC X(22)
002272                 VALUE "LGPD-TITULAR".
002273 77  WS-CAD-DEFINIDO             PIC X(01) VALUE "N".
002274     88  CAD-DEFINIDO            VALUE "S".
002275 77  WS-CAD-FIM-ARQUIVO          PIC X(01) VALUE "N".
002276     88  CAD-FIM-ARQUIVO         VALUE "S".
002277 77  WS-CAD-PODE-REPETIR         PIC X(01) VALUE "N".
002278     88  CAD-PODE-REPETIR        VALUE "S".
002279 77  WS-CAD-REPETICAO            PIC X(01) VALUE "N".
002280     88  CAD-EXECUCAO-REPETIDA   VALUE "S".
002281 77  WS-CAD-PRED-DO-DIA          PIC X(01) VALUE "N".
002282     88  CAD-PRED-DO-DIA         VALUE "S".
002283 77  WS-CAD-LIBERADO             PIC X(01) VALUE "N".
002284     88  CAD-LIBERADO            VALUE "S".
002285 77  WS-CAD-TIPO-JRN             PIC X(01) VALUE SPACE.
002286 77  WS-CAD-HORA-VIRADA          PIC 9(04) VALUE ZEROS.
002287 77  WS-CAD-QTDE-PRED            PIC 9(02) COMP VALUE ZERO.
002288 77  WS-CAD-IDX                  PIC 9(02) COMP VALUE ZERO.
002290 77  WS-CAD-ACHADO               PIC 9(02) COMP VALUE ZERO.
002291 77  WS-CAD-SITUACAO-PROPRIA     PIC X(01) VALUE "N".
002292 77  WS-CAD-INICIO-PROPRIO       PIC 9(14) VALUE ZEROS.
002293 77  WS-CAD-ULTIMO-OK            PIC 9(14) VALUE ZEROS.
002294 77  WS-CAD-DATA-NEGOCIO         PIC 9(08) VALUE ZEROS.
002295 77  WS-CAD-DATA-CALCULADA       PIC 9(08) VALUE ZEROS.
002296 77  WS-CAD-HORA-SIS             PIC 9(08) VALUE ZEROS.
002297 77  WS-CAD-QUOCIENTE            PIC 9(04) COMP VALUE ZERO.
002298 77  WS-CAD-RESTO-4              PIC 9(04) COMP VALUE ZERO.
002299 77  WS-CAD-RESTO-100            PIC 9(04) COMP VALUE ZERO.
002300 77  WS-CAD-RESTO-400            PIC 9(04) COMP VALUE ZERO.
002301 77  WS-CAD-OPERADOR             PIC X(08) VALUE SPACES.
002302 77  WS-CAD-JUSTIFICATIVA        PIC X(40) VALUE SPACES.
002303 77  WS-CAD-MOTIVO               PIC X(50) VALUE SPACES.
002304 77  WS-CAD-RC-ED                PIC 9(04) VALUE ZEROS.
002305 01  WS-CAD-PREDECESSORES.
002306     05  WS-CAD-PRED-ENT         OCCURS 5 TIMES.
002307         10  WS-CAD-PRED-NOME    PIC X(22).
002308         10  WS-CAD-PRED-SIT     PIC X(01).
002310         10  WS-CAD-PRED-INICIO  PIC 9(14).
002311         10  WS-CAD-PRED-RC      PIC 9(04).
002312 01  WS-CAD-MOMENTO.
002313     05  WS-CAD-MOM-DATA.
002314         10  WS-CAD-MOM-CCYY     PIC 9(04).
002315         10  WS-CAD-MOM-MM       PIC 9(02).
002316         10  WS-CAD-MOM-DD       PIC 9(02).
002317     05  WS-CAD-MOM-HORA         PIC 9(06).
002318 01  WS-CAD-MOMENTO-N REDEFINES WS-CAD-MOMENTO
002319                                 PIC 9(14).
002320 01  WS-CAD-MOMENTO-H REDEFINES WS-CAD-MOMENTO.
002321     05  FILLER                  PIC X(08).
002322     05  WS-CAD-MOM-HHMM         PIC 9(04).
002323     05  FILLER                  PIC X(02).
002324 01  WS-CAD-DIAS-MES-TAB.
002325     05  FILLER                  PIC X(24)
002326                 VALUE "312831303130313130313031".
002327 01  WS-CAD-DIAS-MES-R REDEFINES WS-CAD-DIAS-MES-TAB.
002328     05  WS-CAD-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
002330
002340******************************************************************
002350*    LINHA DE TOTALIZACAO POR ARQUIVO NO CERTIFICADO
002480*    PARAGRAFO PRINCIPAL DO PROGRAMA.
002490******************************************************************
002500 0000-MAINLINE.
002503     PERFORM 9700-CONFERIR-CADEIA
002506         THRU 9700-CONFERIR-CADEIA-EXIT
002510     PERFORM 1000-INICIALIZAR
002520         THRU 1000-INICIALIZAR-EXIT
002530
003090     END-IF
003100
003110     IF PLG-DOC-NUMERO = SPACES
003120         DISPLAY "CARTAO DO TITULAR SEM DOCUMENTO."
003130         MOVE 16 TO RETURN-CODE
003140         STOP RUN
003150     END-IF
003200             PLG-ACAO
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003221     END-IF
003222
003224     IF PLG-TIPO-DOC = SPACE
003225         MOVE "C" TO PLG-TIPO-DOC
003226     END-IF
003228
003229     EVALUATE PLG-TIPO-DOC
003230         WHEN "C"
003232             MOVE "CPF"        TO WS-DESC-TIPO-TITULAR
003233         WHEN "R"
003235             MOVE "RNE/CRNM"   TO WS-DESC-TIPO-TITULAR
003236         WHEN "P"
003237             MOVE "PASSAPORTE" TO WS-DESC-TIPO-TITULAR
003239         WHEN OTHER
003240             DISPLAY "TIPO DE DOCUMENTO DESCONHECIDO NO CARTAO "
003241                 "DO TITULAR: " PLG-TIPO-DOC
003243             MOVE 16 TO RETURN-CODE
003244             STOP RUN
003245     END-EVALUATE
003247
003248     MOVE PLG-TIPO-DOC   TO WS-TIPO-TITULAR
003250     MOVE PLG-DOC-NUMERO TO WS-DOC-TITULAR
003260     MOVE PLG-ACAO       TO WS-ACAO
003270
003510 1200-GRAVAR-CABECALHO.
003520     MOVE SPACES TO REL-LINHA
003530     IF ACAO-EXTRACAO
003540         STRING "EXTRATO DO TITULAR DE DADOS - "
003550                                DELIMITED BY SIZE
003553                WS-DESC-TIPO-TITULAR DELIMITED BY SPACE
003556                " "             DELIMITED BY SIZE
003560                WS-DOC-TITULAR  DELIMITED BY SIZE
003570           INTO REL-LINHA
003580         END-STRING
003590     ELSE
003600         STRING "CERTIFICADO DE ELIMINACAO LGPD - "
003610                                DELIMITED BY SIZE
003613                WS-DESC-TIPO-TITULAR DELIMITED BY SPACE
003616                " "             DELIMITED BY SIZE
003620                WS-DOC-TITULAR  DELIMITED BY SIZE
003630           INTO REL-LINHA
003640         END-STRING
004000         STOP RUN
004010     END-IF
004020
004025     MOVE WS-TIPO-TITULAR TO MST-TIPO-DOC
004030     MOVE WS-DOC-TITULAR TO MST-DOC-NUMERO
004040     READ ARQ-MESTRE
004050     ADD 1 TO WS-QTDE-TOTAL-LIDOS
004710         STOP RUN
004720     END-IF
004730
004735     MOVE WS-TIPO-TITULAR TO HST-TIPO-DOC
004740     MOVE WS-DOC-TITULAR TO HST-DOC-NUMERO
004750     MOVE ZEROS          TO HST-DATA-VERIF
004760     MOVE ZEROS          TO HST-HORA-VERIF
005050     ADD 1 TO WS-QTDE-TOTAL-LIDOS
005060
005070     IF HST-DOC-NUMERO NOT = WS-DOC-TITULAR
005075     OR HST-TIPO-DOC NOT = WS-TIPO-TITULAR
005080         MOVE "S" TO WS-FIM-HISTORICO
005090         GO TO 3150-TRATAR-UM-HISTORICO-EXIT
005100     END-IF
005990     ADD 1 TO WS-QTDE-TOTAL-LIDOS
006000
006010     IF AUD-DOC-NUMERO = WS-DOC-TITULAR
006013     AND (AUD-TIPO-DOC = WS-TIPO-TITULAR
006016     OR  (AUD-TIPO-DOC = SPACE AND TIPO-TITULAR-CPF))
006020         ADD 1 TO WS-QTDE-AUD-ENC
006030         IF ACAO-EXTRACAO
006040             PERFORM 3280-LISTAR-AUDITORIA
006070             PERFORM 3290-ANONIMIZAR-AUDITORIA
006080                 THRU 3290-ANONIMIZAR-AUDITORIA-EXIT
006090         END-IF
006091     END-IF
006092
006094     IF ACAO-ELIMINACAO
006095     AND AUD-DOC-RESPONSAVEL = WS-DOC-TITULAR
006097     AND TIPO-TITULAR-CPF
006098         MOVE ALL "*" TO AUD-DOC-RESPONSAVEL
006100     END-IF
006110
006120     IF ACAO-ELIMINACAO
007160     MOVE ARC-REG TO AUDIT-REG
007170
007180     IF AUD-DOC-NUMERO = WS-DOC-TITULAR
007183     AND (AUD-TIPO-DOC = WS-TIPO-TITULAR
007186     OR  (AUD-TIPO-DOC = SPACE AND TIPO-TITULAR-CPF))
007190         ADD 1 TO WS-QTDE-ARC-ENC
007200         IF ACAO-EXTRACAO
007210             PERFORM 3280-LISTAR-AUDITORIA
007240             PERFORM 3290-ANONIMIZAR-AUDITORIA
007250                 THRU 3290-ANONIMIZAR-AUDITORIA-EXIT
007260         END-IF
007261     END-IF
007262
007264     IF ACAO-ELIMINACAO
007265     AND AUD-DOC-RESPONSAVEL = WS-DOC-TITULAR
007267     AND TIPO-TITULAR-CPF
007268         MOVE ALL "*" TO AUD-DOC-RESPONSAVEL
007270     END-IF
007280
007290     IF ACAO-ELIMINACAO
007900     ADD 1 TO WS-QTDE-TOTAL-LIDOS
007910
007920     IF ALR-DOC-NUMERO = WS-DOC-TITULAR
007923     AND (ALR-TIPO-DOC = WS-TIPO-TITULAR
007926     OR  (ALR-TIPO-DOC = SPACE AND TIPO-TITULAR-CPF))
007930         ADD 1 TO WS-QTDE-ALR-ENC
007940         IF ACAO-EXTRACAO
007950             MOVE SPACES TO REL-LINHA
008700     ADD 1 TO WS-QTDE-TOTAL-LIDOS
008710
008720     IF PEND-DOC-NUMERO = WS-DOC-TITULAR
008723     AND (PEND-TIPO-DOC = WS-TIPO-TITULAR
008726     OR  (PEND-TIPO-DOC = SPACE AND TIPO-TITULAR-CPF))
008730         ADD 1 TO WS-QTDE-PEND-ENC
008740         IF ACAO-EXTRACAO
008750             MOVE SPACES TO REL-LINHA
009021     ADD 1 TO WS-QTDE-TOTAL-LIDOS
009022
009023     IF LOG-DOC-NUMERO = WS-DOC-TITULAR
009024     AND (LOG-TIPO-DOC = WS-TIPO-TITULAR
009025     OR  (LOG-TIPO-DOC = SPACE AND TIPO-TITULAR-CPF))
009026         ADD 1 TO WS-QTDE-LOG-ENC
009027         IF ACAO-EXTRACAO
009028             MOVE SPACES TO REL-LINHA
009029             STRING "LOG MESTRE: "     DELIMITED BY SIZE
009030                    LOG-DATA-MOV       DELIMITED BY SIZE
009031                    " "                DELIMITED BY SIZE
009032                    LOG-HORA-MOV       DELIMITED BY SIZE
009033                    " ACAO "           DELIMITED BY SIZE
009034                    LOG-ACAO           DELIMITED BY SIZE
009035                    " NOME ANT "       DELIMITED BY SIZE
009036                    LOG-NOME-ANTERIOR  DELIMITED BY SIZE
009037               INTO REL-LINHA
009038             END-STRING
009039             WRITE REL-LINHA
009040         ELSE
009041             MOVE ALL "*" TO LOG-DOC-NUMERO
009042             MOVE SPACES  TO LOG-NOME-ANTERIOR
009043             MOVE SPACES  TO LOG-NOME-NOVO
009044             MOVE ZEROS   TO LOG-DT-NASCTO-ANTERIOR
009045             MOVE ZEROS   TO LOG-DT-NASCTO-NOVO
009046         END-IF
009047     END-IF
009048
009049     IF ACAO-ELIMINACAO
009050         WRITE LOGN-REG FROM LOG-MESTRE-REG
009051     END-IF
009052     .
009053 3650-TRATAR-UM-LOG-EXIT.
009054     EXIT.
009055
008980******************************************************************
008990*    8000-GRAVAR-FECHO
009000*    GRAVA O FECHO DO RELATORIO: AS QUANTIDADES TRATADAS EM
010310     EXIT.
010320
010330******************************************************************
010340*    9700-CONFERIR-CADEIA
010350*    CONFERE NA PARTIDA SE O PROGRAMA PODE RODAR. PROCURA O
010360*    PROGRAMA NA DEFINICAO DA CADEIA E APURA NO JORNAL A ULTIMA
010370*    EXECUCAO DE CADA PREDECESSOR E AS EXECUCOES DO PROPRIO
010380*    PROGRAMA. A EXECUCAO E RECUSADA QUANDO UM PREDECESSOR NAO
010390*    RODOU DEPOIS DA ULTIMA EXECUCAO CORRETA DO PROGRAMA (NEM,
010400*    SE ELE PODE REPETIR, NA DATA DE NEGOCIO CORRENTE), AINDA
010410*    NAO TERMINOU OU TERMINOU COM RC DIFERENTE DE ZERO, OU
010420*    QUANDO O PROGRAMA JA TERMINOU UMA EXECUCAO NA DATA DE
010430*    NEGOCIO E A CADEIA NAO PERMITE REPETIR. O CARTAO DE
010440*    LIBERACAO DO OPERADOR PARA O PROGRAMA E A DATA DE NEGOCIO
010450*    AUTORIZA A EXECUCAO RECUSADA. RECUSA E LIBERACAO SAO
010460*    GRAVADAS NO JORNAL; A RECUSA TERMINA O PROGRAMA COM
010470*    RETURN-CODE 12. SEM DEFINICAO DA CADEIA, OU COM O PROGRAMA
010480*    FORA DELA, A EXECUCAO NAO E RESTRINGIDA.
010490******************************************************************
010500 9700-CONFERIR-CADEIA.
010510     PERFORM 9710-LER-DEFINICAO
010520         THRU 9710-LER-DEFINICAO-EXIT
010530
010540     IF NOT CAD-DEFINIDO
010550         GO TO 9700-CONFERIR-CADEIA-EXIT
010560     END-IF
010570
010580     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
010590     ACCEPT WS-CAD-HORA-SIS FROM TIME
010600     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
010610     PERFORM 9760-CALCULAR-DATA-NEGOCIO
010620         THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
010630     MOVE WS-CAD-DATA-CALCULADA TO WS-CAD-DATA-NEGOCIO
010640
010650     PERFORM 9720-APURAR-JORNAL
010660         THRU 9720-APURAR-JORNAL-EXIT
010670
010680     MOVE SPACES TO WS-CAD-MOTIVO
010690     IF CAD-EXECUCAO-REPETIDA
010700     AND NOT CAD-PODE-REPETIR
010710         STRING "REPETICAO NA DATA DE NEGOCIO "
010720                WS-CAD-DATA-NEGOCIO
010730                    DELIMITED BY SIZE
010740           INTO WS-CAD-MOTIVO
010750         END-STRING
010760     ELSE
010770         PERFORM 9740-CONFERIR-PREDECESSOR
010780             THRU 9740-CONFERIR-PREDECESSOR-EXIT
010790             VARYING WS-CAD-IDX FROM 1 BY 1
010800             UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
010810             OR WS-CAD-MOTIVO NOT = SPACES
010820     END-IF
010830
010840     IF WS-CAD-MOTIVO = SPACES
010850         GO TO 9700-CONFERIR-CADEIA-EXIT
010860     END-IF
010870
010880     PERFORM 9750-LER-LIBERACAO
010890         THRU 9750-LER-LIBERACAO-EXIT
010900
010910     IF CAD-LIBERADO
010920         DISPLAY "EXECUCAO LIBERADA PELO OPERADOR "
010930             WS-CAD-OPERADOR
010940         DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
010950         DISPLAY "JUSTIFICATIVA: " WS-CAD-JUSTIFICATIVA
010960         MOVE "L" TO WS-CAD-TIPO-JRN
010970         PERFORM 9790-GRAVAR-JORNAL-CADEIA
010980             THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
010990         GO TO 9700-CONFERIR-CADEIA-EXIT
011000     END-IF
011010
011020     DISPLAY "EXECUCAO RECUSADA PELA CADEIA DE JOBS."
011030     DISPLAY "MOTIVO DA RECUSA: " WS-CAD-MOTIVO
011040     MOVE 12 TO RETURN-CODE
011050     MOVE "R" TO WS-CAD-TIPO-JRN
011060     PERFORM 9790-GRAVAR-JORNAL-CADEIA
011070         THRU 9790-GRAVAR-JORNAL-CADEIA-EXIT
011080     STOP RUN
011090     .
011100 9700-CONFERIR-CADEIA-EXIT.
011110     EXIT.
011120
011130******************************************************************
011140*    9710-LER-DEFINICAO
011150*    PROCURA O PROGRAMA NA DEFINICAO DA CADEIA E GUARDA A REGRA
011160*    DE REPETICAO, A HORA DE VIRADA DA DATA DE NEGOCIO E OS
011170*    PREDECESSORES. A FALTA DO ARQUIVO NAO RESTRINGE A EXECUCAO.
011180******************************************************************
011190 9710-LER-DEFINICAO.
011200     MOVE "N" TO WS-CAD-DEFINIDO
011210     OPEN INPUT ARQ-CADEIA
011220     IF NOT FS-CADEIA-OK
011230         IF NOT FS-CADEIA-AUSENTE
011240             DISPLAY "DEFINICAO DA CADEIA INDISPONIVEL. FILE "
011250                 "STATUS: " WS-FS-CADEIA
011260         END-IF
011270         GO TO 9710-LER-DEFINICAO-EXIT
011280     END-IF
011290
011300     MOVE "N" TO WS-CAD-FIM-ARQUIVO
011310     PERFORM 9715-LER-PROGRAMA
011320         THRU 9715-LER-PROGRAMA-EXIT
011330         UNTIL CAD-FIM-ARQUIVO
011340         OR CAD-DEFINIDO
011350
011360     CLOSE ARQ-CADEIA
011370     .
011380 9710-LER-DEFINICAO-EXIT.
011390     EXIT.
011400
011410 9715-LER-PROGRAMA.
011420     READ ARQ-CADEIA
011430         AT END
011440             MOVE "S" TO WS-CAD-FIM-ARQUIVO
011450             GO TO 9715-LER-PROGRAMA-EXIT
011460     END-READ
011470
011480     IF CAD-PROGRAMA NOT = WS-CAD-PROGRAMA
011490         GO TO 9715-LER-PROGRAMA-EXIT
011500     END-IF
011510
011520     MOVE "S" TO WS-CAD-DEFINIDO
011530     MOVE CAD-REPETICAO TO WS-CAD-PODE-REPETIR
011540     MOVE ZEROS TO WS-CAD-HORA-VIRADA
011550     IF CAD-HORA-VIRADA NUMERIC
011560         MOVE CAD-HORA-VIRADA TO WS-CAD-HORA-VIRADA
011570     END-IF
011580     MOVE ZERO TO WS-CAD-QTDE-PRED
011590     PERFORM 9718-GUARDAR-PREDECESSOR
011600         THRU 9718-GUARDAR-PREDECESSOR-EXIT
011610         VARYING WS-CAD-IDX FROM 1 BY 1
011620         UNTIL WS-CAD-IDX > 5
011630     .
011640 9715-LER-PROGRAMA-EXIT.
011650     EXIT.
011660
011670 9718-GUARDAR-PREDECESSOR.
011680     IF CAD-PREDECESSOR (WS-CAD-IDX) = SPACES
011690         GO TO 9718-GUARDAR-PREDECESSOR-EXIT
011700     END-IF
011710
011720     ADD 1 TO WS-CAD-QTDE-PRED
011730     MOVE CAD-PREDECESSOR (WS-CAD-IDX)
011740                        TO WS-CAD-PRED-NOME (WS-CAD-QTDE-PRED)
011750     MOVE "N"           TO WS-CAD-PRED-SIT (WS-CAD-QTDE-PRED)
011760     MOVE ZEROS         TO WS-CAD-PRED-INICIO (WS-CAD-QTDE-PRED)
011770     MOVE ZEROS         TO WS-CAD-PRED-RC (WS-CAD-QTDE-PRED)
011780     .
011790 9718-GUARDAR-PREDECESSOR-EXIT.
011800     EXIT.
011810
011820******************************************************************
011830*    9720-APURAR-JORNAL
011840*    LE O JORNAL DE EXECUCAO DO INICIO AO FIM. PARA CADA
011850*    PREDECESSOR GUARDA A SITUACAO DA ULTIMA EXECUCAO; PARA O
011860*    PROPRIO PROGRAMA, O INICIO DA ULTIMA EXECUCAO TERMINADA COM
011870*    RC 0 E SE JA HOUVE EXECUCAO TERMINADA NA DATA DE NEGOCIO.
011880*    SO CONTAM OS REGISTROS DE INICIO E FIM.
011890******************************************************************
011900 9720-APURAR-JORNAL.
011910     OPEN INPUT ARQ-JORNAL
011920     IF NOT FS-JORNAL-OK
011930         GO TO 9720-APURAR-JORNAL-EXIT
011940     END-IF
011950
011960     MOVE "N" TO WS-CAD-FIM-ARQUIVO
011970     PERFORM 9725-LER-JORNAL-CADEIA
011980         THRU 9725-LER-JORNAL-CADEIA-EXIT
011990         UNTIL CAD-FIM-ARQUIVO
012000
012010     CLOSE ARQ-JORNAL
012020     .
012030 9720-APURAR-JORNAL-EXIT.
012040     EXIT.
012050
012060 9725-LER-JORNAL-CADEIA.
012070     READ ARQ-JORNAL
012080         AT END
012090             MOVE "S" TO WS-CAD-FIM-ARQUIVO
012100             GO TO 9725-LER-JORNAL-CADEIA-EXIT
012110     END-READ
012120
012130     IF NOT JRN-INICIO
012140     AND NOT JRN-FIM
012150         GO TO 9725-LER-JORNAL-CADEIA-EXIT
012160     END-IF
012170
012180     MOVE JRN-DATA TO WS-CAD-MOM-DATA
012190     MOVE JRN-HORA TO WS-CAD-MOM-HORA
012200
012210     IF JRN-PROGRAMA = WS-CAD-PROGRAMA
012220         PERFORM 9730-APURAR-PROPRIO
012230             THRU 9730-APURAR-PROPRIO-EXIT
012240         GO TO 9725-LER-JORNAL-CADEIA-EXIT
012250     END-IF
012260
012270     MOVE ZERO TO WS-CAD-ACHADO
012280     PERFORM 9735-PROCURAR-PREDECESSOR
012290         THRU 9735-PROCURAR-PREDECESSOR-EXIT
012300         VARYING WS-CAD-IDX FROM 1 BY 1
012310         UNTIL WS-CAD-IDX > WS-CAD-QTDE-PRED
012320         OR WS-CAD-ACHADO > ZERO
012330     IF WS-CAD-ACHADO = ZERO
012340         GO TO 9725-LER-JORNAL-CADEIA-EXIT
012350     END-IF
012360
012370     IF JRN-INICIO
012380         MOVE "A"       TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
012390         MOVE WS-CAD-MOMENTO-N
012400                        TO WS-CAD-PRED-INICIO (WS-CAD-ACHADO)
012410         MOVE ZEROS     TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
012420     ELSE
012430         IF WS-CAD-PRED-SIT (WS-CAD-ACHADO) = "A"
012440             MOVE "F"   TO WS-CAD-PRED-SIT (WS-CAD-ACHADO)
012450             MOVE JRN-RETURN-CODE
012460                        TO WS-CAD-PRED-RC (WS-CAD-ACHADO)
012470         END-IF
012480     END-IF
012490     .
012500 9725-LER-JORNAL-CADEIA-EXIT.
012510     EXIT.
012520
012530 9730-APURAR-PROPRIO.
012540     IF JRN-INICIO
012550         MOVE "A" TO WS-CAD-SITUACAO-PROPRIA
012560         MOVE WS-CAD-MOMENTO-N TO WS-CAD-INICIO-PROPRIO
012570         GO TO 9730-APURAR-PROPRIO-EXIT
012580     END-IF
012590
012600     IF WS-CAD-SITUACAO-PROPRIA NOT = "A"
012610         GO TO 9730-APURAR-PROPRIO-EXIT
012620     END-IF
012630
012640     MOVE "F" TO WS-CAD-SITUACAO-PROPRIA
012650     IF JRN-RETURN-CODE = ZERO
012660         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-ULTIMO-OK
012670     END-IF
012680
012690     IF JRN-RETURN-CODE < 16
012700         MOVE WS-CAD-INICIO-PROPRIO TO WS-CAD-MOMENTO-N
012710         PERFORM 9760-CALCULAR-DATA-NEGOCIO
012720             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
012730         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
012740             MOVE "S" TO WS-CAD-REPETICAO
012750         END-IF
012760     END-IF
012770     .
012780 9730-APURAR-PROPRIO-EXIT.
012790     EXIT.
012800
012810 9735-PROCURAR-PREDECESSOR.
012820     IF WS-CAD-PRED-NOME (WS-CAD-IDX) = JRN-PROGRAMA
012830         MOVE WS-CAD-IDX TO WS-CAD-ACHADO
012840     END-IF
012850     .
012860 9735-PROCURAR-PREDECESSOR-EXIT.
012870     EXIT.
012880
012890******************************************************************
012900*    9740-CONFERIR-PREDECESSOR
012910*    O PREDECESSOR PRECISA TER INICIADO DEPOIS DA ULTIMA EXECUCAO
012920*    CORRETA DO PROGRAMA E TERMINADO COM RC 0. PARA O PROGRAMA
012930*    QUE PODE REPETIR NA DATA DE NEGOCIO, BASTA TAMBEM QUE A
012940*    ULTIMA EXECUCAO DO PREDECESSOR SEJA DA DATA DE NEGOCIO
012950*    CORRENTE: A SEGUNDA EXECUCAO DO DIA NAO EXIGE QUE ELE RODE
012960*    DE NOVO.
012970******************************************************************
012980 9740-CONFERIR-PREDECESSOR.
012990     MOVE "N" TO WS-CAD-PRED-DO-DIA
013000     IF CAD-PODE-REPETIR
013010     AND WS-CAD-PRED-SIT (WS-CAD-IDX) NOT = "N"
013020         MOVE WS-CAD-PRED-INICIO (WS-CAD-IDX) TO WS-CAD-MOMENTO-N
013030         PERFORM 9760-CALCULAR-DATA-NEGOCIO
013040             THRU 9760-CALCULAR-DATA-NEGOCIO-EXIT
013050         IF WS-CAD-DATA-CALCULADA = WS-CAD-DATA-NEGOCIO
013060             MOVE "S" TO WS-CAD-PRED-DO-DIA
013070         END-IF
013080     END-IF
013090
013100     EVALUATE TRUE
013110         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "N"
013120         WHEN WS-CAD-PRED-INICIO (WS-CAD-IDX)
013130                  NOT > WS-CAD-ULTIMO-OK
013140         AND NOT CAD-PRED-DO-DIA
013150             STRING "PREDECESSOR NAO EXECUTADO: "
013160                    WS-CAD-PRED-NOME (WS-CAD-IDX)
013170                        DELIMITED BY SIZE
013180               INTO WS-CAD-MOTIVO
013190             END-STRING
013200         WHEN WS-CAD-PRED-SIT (WS-CAD-IDX) = "A"
013210             STRING "PREDECESSOR NAO FINALIZADO: "
013220                    WS-CAD-PRED-NOME (WS-CAD-IDX)
013230                        DELIMITED BY SIZE
013240               INTO WS-CAD-MOTIVO
013250             END-STRING
013260         WHEN WS-CAD-PRED-RC (WS-CAD-IDX) NOT = ZERO
013270             MOVE WS-CAD-PRED-RC (WS-CAD-IDX) TO WS-CAD-RC-ED
013280             STRING "PREDECESSOR COM RC "
013290                    WS-CAD-RC-ED
013300                    ": "
013310                    WS-CAD-PRED-NOME (WS-CAD-IDX)
013320                        DELIMITED BY SIZE
013330               INTO WS-CAD-MOTIVO
013340             END-STRING
013350     END-EVALUATE
013360     .
013370 9740-CONFERIR-PREDECESSOR-EXIT.
013380     EXIT.
013390
013400******************************************************************
013410*    9750-LER-LIBERACAO
013420*    PROCURA O CARTAO DE LIBERACAO DO OPERADOR PARA O PROGRAMA E
013430*    A DATA DE NEGOCIO E GUARDA O OPERADOR E A JUSTIFICATIVA DA
013440*    REEXECUCAO. O CARTAO SEM OPERADOR NAO LIBERA.
013450******************************************************************
013460 9750-LER-LIBERACAO.
013470     MOVE "N" TO WS-CAD-LIBERADO
013480     OPEN INPUT ARQ-LIBERACAO
013490     IF NOT FS-LIBERACAO-OK
013500         GO TO 9750-LER-LIBERACAO-EXIT
013510     END-IF
013520
013530     MOVE "N" TO WS-CAD-FIM-ARQUIVO
013540     PERFORM 9755-LER-CARTAO-LIBERACAO
013550         THRU 9755-LER-CARTAO-LIBERACAO-EXIT
013560         UNTIL CAD-FIM-ARQUIVO
013570         OR CAD-LIBERADO
013580
013590     CLOSE ARQ-LIBERACAO
013600     .
013610 9750-LER-LIBERACAO-EXIT.
013620     EXIT.
013630
013640 9755-LER-CARTAO-LIBERACAO.
013650     READ ARQ-LIBERACAO
013660         AT END
013670             MOVE "S" TO WS-CAD-FIM-ARQUIVO
013680             GO TO 9755-LER-CARTAO-LIBERACAO-EXIT
013690     END-READ
013700
013710     IF LIB-PROGRAMA = WS-CAD-PROGRAMA
013720     AND LIB-DATA-NEGOCIO = WS-CAD-DATA-NEGOCIO
013730     AND LIB-OPERADOR NOT = SPACES
013740         MOVE "S" TO WS-CAD-LIBERADO
013750         MOVE LIB-OPERADOR TO WS-CAD-OPERADOR
013760         MOVE LIB-MOTIVO TO WS-CAD-JUSTIFICATIVA
013770     END-IF
013780     .
013790 9755-LER-CARTAO-LIBERACAO-EXIT.
013800     EXIT.
013810
013820******************************************************************
013830*    9760-CALCULAR-DATA-NEGOCIO
013840*    DATA DE NEGOCIO DO MOMENTO EM WS-CAD-MOMENTO: ANTES DA HORA
013850*    DE VIRADA DA CADEIA, O MOMENTO AINDA PERTENCE AO DIA
013860*    ANTERIOR.
013870******************************************************************
013880 9760-CALCULAR-DATA-NEGOCIO.
013890     IF WS-CAD-MOM-DATA NOT NUMERIC
013900     OR WS-CAD-MOM-MM < 1
013910     OR WS-CAD-MOM-MM > 12
013920     OR WS-CAD-MOM-HHMM NOT < WS-CAD-HORA-VIRADA
013930         MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
013940         GO TO 9760-CALCULAR-DATA-NEGOCIO-EXIT
013950     END-IF
013960
013970     SUBTRACT 1 FROM WS-CAD-MOM-DD
013980     IF WS-CAD-MOM-DD = ZERO
013990         SUBTRACT 1 FROM WS-CAD-MOM-MM
014000         IF WS-CAD-MOM-MM = ZERO
014010             MOVE 12 TO WS-CAD-MOM-MM
014020             SUBTRACT 1 FROM WS-CAD-MOM-CCYY
014030         END-IF
014040         MOVE WS-CAD-DIAS-MES (WS-CAD-MOM-MM) TO WS-CAD-MOM-DD
014050         IF WS-CAD-MOM-MM = 2
014060             PERFORM 9765-CONFERIR-BISSEXTO
014070                 THRU 9765-CONFERIR-BISSEXTO-EXIT
014080         END-IF
014090     END-IF
014100
014110     MOVE WS-CAD-MOM-DATA TO WS-CAD-DATA-CALCULADA
014120     .
014130 9760-CALCULAR-DATA-NEGOCIO-EXIT.
014140     EXIT.
014150
014160 9765-CONFERIR-BISSEXTO.
014170     DIVIDE WS-CAD-MOM-CCYY BY 4
014180         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-4
014190     DIVIDE WS-CAD-MOM-CCYY BY 100
014200         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-100
014210     DIVIDE WS-CAD-MOM-CCYY BY 400
014220         GIVING WS-CAD-QUOCIENTE REMAINDER WS-CAD-RESTO-400
014230
014240     IF WS-CAD-RESTO-4 = ZERO
014250     AND (WS-CAD-RESTO-100 NOT = ZERO
014260          OR WS-CAD-RESTO-400 = ZERO)
014270         MOVE 29 TO WS-CAD-MOM-DD
014280     END-IF
014290     .
014300 9765-CONFERIR-BISSEXTO-EXIT.
014310     EXIT.
014320
014330******************************************************************
014340*    9790-GRAVAR-JORNAL-CADEIA
014350*    GRAVA NO JORNAL A RECUSA (R) OU A LIBERACAO (L) DA EXECUCAO,
014360*    COM O OPERADOR DA LIBERACAO E O MOTIVO DA RECUSA.
014370******************************************************************
014380 9790-GRAVAR-JORNAL-CADEIA.
014390     OPEN EXTEND ARQ-JORNAL
014400     IF NOT FS-JORNAL-OK
014410         OPEN OUTPUT ARQ-JORNAL
014420     END-IF
014430     IF NOT FS-JORNAL-OK
014440         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
014450             WS-FS-JORNAL
014460         GO TO 9790-GRAVAR-JORNAL-CADEIA-EXIT
014470     END-IF
014480
014490     ACCEPT WS-CAD-MOM-DATA FROM DATE YYYYMMDD
014500     ACCEPT WS-CAD-HORA-SIS FROM TIME
014510     COMPUTE WS-CAD-MOM-HORA = WS-CAD-HORA-SIS / 100
014520
014530     MOVE SPACES                TO JORNAL-REG
014540     MOVE WS-CAD-PROGRAMA       TO JRN-PROGRAMA
014550     MOVE WS-CAD-TIPO-JRN       TO JRN-TIPO
014560     MOVE WS-CAD-MOM-DATA       TO JRN-DATA
014570     MOVE WS-CAD-MOM-HORA       TO JRN-HORA
014580     MOVE ZEROS                 TO JRN-QTDE-LIDOS
014590     MOVE ZEROS                 TO JRN-QTDE-GRAVADOS
014600     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
014610     MOVE RETURN-CODE           TO JRN-RETURN-CODE
014620     MOVE "N"                   TO JRN-REINICIO
014630     MOVE WS-CAD-OPERADOR       TO JRN-OPERADOR
014640     MOVE WS-CAD-MOTIVO         TO JRN-MOTIVO
014650     MOVE WS-CAD-JUSTIFICATIVA  TO JRN-JUSTIFICATIVA
014660
014670     WRITE JORNAL-REG
014680
014690     CLOSE ARQ-JORNAL
014700     .
014710 9790-GRAVAR-JORNAL-CADEIA-EXIT.
014720     EXIT.
014730******************************************************************
014740*    9800-GRAVAR-JORNAL
014750*    GRAVA UM REGISTRO NO JORNAL DE EXECUCAO (INICIO OU FIM,
014760*    CONFORME WS-JRN-TIPO), COM AS CONTAGENS E O RETURN-CODE
014770*    CORRENTES. O JORNAL E UM CONTROLE DE OPERACAO: FALHA AO
014780*    GRAVA-LO E AVISADA NO CONSOLE MAS NAO DERRUBA O
014790*    ATENDIMENTO.
014800******************************************************************
014810 9800-GRAVAR-JORNAL.
014820     OPEN EXTEND ARQ-JORNAL
014830     IF NOT FS-JORNAL-OK
014840         OPEN OUTPUT ARQ-JORNAL
014850     END-IF
014860     IF NOT FS-JORNAL-OK
014870         DISPLAY "JORNAL DE EXECUCAO INDISPONIVEL. FILE STATUS: "
014880             WS-FS-JORNAL
014890         GO TO 9800-GRAVAR-JORNAL-EXIT
014900     END-IF

014910     ACCEPT WS-DATA-JORNAL FROM DATE YYYYMMDD
014920     ACCEPT WS-HORA-JRN-SIS FROM TIME
014930     COMPUTE WS-HORA-JORNAL = WS-HORA-JRN-SIS / 100

014940     COMPUTE WS-QTDE-TOTAL-ENC =
014950         WS-QTDE-MST-ENC + WS-QTDE-HST-ENC + WS-QTDE-AUD-ENC
014960         + WS-QTDE-ARC-ENC + WS-QTDE-ALR-ENC + WS-QTDE-PEND-ENC
014970         + WS-QTDE-LOG-ENC

014980     MOVE SPACES                TO JORNAL-REG
014990     MOVE "LGPD-TITULAR"        TO JRN-PROGRAMA
015000     MOVE WS-JRN-TIPO           TO JRN-TIPO
015010     MOVE WS-DATA-JORNAL        TO JRN-DATA
015020     MOVE WS-HORA-JORNAL        TO JRN-HORA
015030     MOVE WS-QTDE-TOTAL-LIDOS   TO JRN-QTDE-LIDOS
015040     MOVE WS-QTDE-TOTAL-ENC     TO JRN-QTDE-GRAVADOS
015050     MOVE ZEROS                 TO JRN-QTDE-REJEITADOS
015060     MOVE RETURN-CODE           TO JRN-RETURN-CODE
015070     MOVE "N"                   TO JRN-REINICIO

015080     WRITE JORNAL-REG

015090     CLOSE ARQ-JORNAL
015100     .
015110 9800-GRAVAR-JORNAL-EXIT.
015120     EXIT.

015130 END PROGRAM LGPD-TITULAR.
